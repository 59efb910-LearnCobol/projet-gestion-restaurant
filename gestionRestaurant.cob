         INPUT-OUTPUT SECTION.
          FILE-CONTROL.

          SELECT fmenus ASSIGN TO WNomFMenus
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fm_nom
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fm_stat.

          SELECT fplats ASSIGN TO WNomFPlats
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fp_nom
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fp_stat.

          SELECT fclients ASSIGN TO WNomFClients
          ORGANIZATION indexed
          ACCESS dynamic
          RECORD KEY IS fc_id
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fc_stat.

          SELECT frestaurants ASSIGN TO WNomFRestaurants
          ORGANIZATION indexed
          ACCESS dynamic
          RECORD KEY IS fr_id
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fr_stat.

          SELECT freservations ASSIGN TO WNomFReservations
          ORGANIZATION indexed
          ACCESS dynamic
          RECORD KEY IS frs_id
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fex_stat.

          SELECT fHistoPrix ASSIGN TO WNomFHistoPrix
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fhp_stat.

          SELECT fFactures ASSIGN TO WNomFFactures
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS ffa_num
          FILE STATUS IS ffa_stat.

          SELECT fPrixPending ASSIGN TO WNomFPrixPending
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpp_id
          FILE STATUS IS fpp_stat.

          SELECT fSequences ASSIGN TO WNomFSequences
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fsq_nom
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fsq_stat.

          SELECT fSatisfaction ASSIGN TO WNomFSatisfaction
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fsa_id
          FILE STATUS IS fsa_stat.

          SELECT fClotures ASSIGN TO WNomFClotures
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fcz_cle
          FILE STATUS IS fcz_stat.

          SELECT fQuarantaine ASSIGN TO WNomFQuarantaine
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fq_id
          FILE STATUS IS fq_stat.

          SELECT fJobControl ASSIGN TO WNomFJobControl
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fjc_cle
          FILE STATUS IS fjc_stat.

          SELECT fResaAncien ASSIGN TO WNomFResaAncien
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fra_id
          FILE STATUS IS fra_stat.

          SELECT fCliAncien ASSIGN TO WNomFCliAncien
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fcla_id
          FILE STATUS IS fcla_stat.

          SELECT fRestAncien ASSIGN TO WNomFRestAncien
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS frta_id
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fcat_stat.

          SELECT fJournalStock ASSIGN TO WNomFJournalStock
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fjs_stat.

          SELECT fHistoCout ASSIGN TO WNomFHistoCout
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fhc_stat.

          SELECT fPointsLedger ASSIGN TO WNomFPointsLedger
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fpl_stat.

          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fu_stat.

          SELECT fPaiements ASSIGN TO WNomFPaiements
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpay_id
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpay_stat.

          SELECT fEmployes ASSIGN TO WNomFEmployes
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS femp_id
          FILE STATUS IS femp_stat.

          SELECT fPlanning ASSIGN TO WNomFPlanning
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fplg_cle
          FILE STATUS IS fplg_stat.

          SELECT fPromotions ASSIGN TO WNomFPromotions
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpr_id
          FILE STATUS IS fpr_stat.

          SELECT fStockSite ASSIGN TO WNomFStockSite
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fss_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fss_stat.

          SELECT fCarte ASSIGN TO WNomFCarte
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fca_cle
          FILE STATUS IS fca_stat.

          SELECT fSpeciaux ASSIGN TO WNomFSpeciaux
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fsp_cle
          FILE STATUS IS fsp_stat.

          SELECT fFournisseurs ASSIGN TO WNomFFournisseurs
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS ffo_id
          FILE STATUS IS ffo_stat.

          SELECT fAchats ASSIGN TO WNomFAchats
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpo_id
          FILE STATUS IS fpo_stat.

          SELECT fNotifications ASSIGN TO WNomFNotifications
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fnt_id
          FILE STATUS IS fnt_stat.

          SELECT fImportWeb ASSIGN TO WNomFImportWeb
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fiw_stat.

          SELECT fRejetsWeb ASSIGN TO WNomFRejetsWeb
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS frw_stat.

          SELECT fImportDonnees ASSIGN TO WNomFichierImport
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fid_stat.

          SELECT fRejetsDonnees ASSIGN TO WNomFichierRejets
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS frd_stat.

          SELECT fCleClients ASSIGN TO "cle_clients.key"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fck_stat.

          SELECT fCleArchive ASSIGN TO "cle_clients_archive.key"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fcka_stat.

          SELECT fFormationOrigine ASSIGN TO "formation_origine.txt"
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fform_stat.

          SELECT fEdiCommandes ASSIGN TO WNomFichierEdi
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fec_stat.

          SELECT fEdiAvis ASSIGN TO WNomFichierEdiAvis
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fea_stat.

          SELECT fEdiRejets ASSIGN TO WNomFichierEdiRejets
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fer_stat.

          SELECT fImportPlateforme ASSIGN TO WNomFichierPlateforme
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fipl_stat.

          SELECT fRejetsPlateforme ASSIGN TO WNomFRejetsPlateforme
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS frpl_stat.

          SELECT fVersementPlateforme ASSIGN TO WNomFichierVersement
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fvpl_stat.

          SELECT fBons ASSIGN TO WNomFBons
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fb_num
          RECORD KEY IS faut_cle
          FILE STATUS IS faut_stat.

          SELECT fAudit ASSIGN TO WNomFAudit
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS faud_stat.

          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS ftmp_stat.

          SELECT fFecTri ASSIGN TO WNomFFecTri
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS ffec_cle
          FILE STATUS IS ffec_stat.

          SELECT fCheckpoint ASSIGN TO WNomFCheckpoint
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fchk_stat.

          SELECT fReleveAcq ASSIGN TO WNomFReleveAcq
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fracq_stat.

          SELECT fCaisses ASSIGN TO WNomFCaisses
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fcs_cle
          FILE STATUS IS fcs_stat.

          SELECT fIngredients ASSIGN TO WNomFIngredients
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fing_nom
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fing_stat.

          SELECT fRecettes ASSIGN TO WNomFRecettes
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS frc_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS frc_stat.

          SELECT fNotesClients ASSIGN TO WNomFNotesClients
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fnc_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fnc_stat.

          SELECT fRegistreExports ASSIGN TO WNomFRegistreExports
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fre_stat.

          SELECT fExceptions ASSIGN TO WNomFExceptions
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fxc_cle
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS flo_stat.

          SELECT fLots ASSIGN TO WNomFLots
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS flt_cle
          FILE STATUS IS flt_stat.

          SELECT fPreCommandes ASSIGN TO WNomFPreCommandes
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpc_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpc_stat.

          SELECT fGestes ASSIGN TO WNomFGestes
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fgc_stat.

          SELECT fMotifsAnnul ASSIGN TO WNomFMotifsAnnul
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fma_code
          FILE STATUS IS fma_stat.

          SELECT fPrixSite ASSIGN TO WNomFPrixSite
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fps_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fps_stat.

          SELECT fSpool ASSIGN TO WNomFSpool
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fsl_num
          FILE STATUS IS fsl_stat.

          SELECT fArchivePaie ASSIGN TO WNomFArchivePaie
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS farp_stat.

          SELECT fArchiveFact ASSIGN TO WNomFArchiveFact
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS farf_stat.

          SELECT fArchiveNotif ASSIGN TO WNomFArchiveNotif
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS farn_stat.

          SELECT fValorisations ASSIGN TO WNomFValorisations
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fvl_cle
          FILE STATUS IS fvl_stat.

          SELECT fBoissons ASSIGN TO WNomFBoissons
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fbs_nom
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fbs_stat.

          SELECT fDevis ASSIGN TO WNomFDevis
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fdv_num
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fdv_stat.

          SELECT fJournalReprise ASSIGN TO WNomFJournalReprise
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS frp_stat.

          SELECT fAgregats ASSIGN TO WNomFAgregats
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fag_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fag_stat.

          SELECT fGatewayRetour ASSIGN TO WNomFGatewayRetour
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fgw_stat.

          SELECT fBudgets ASSIGN TO WNomFBudgets
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fbu_cle
          FILE STATUS IS fbu_stat.

          SELECT fJournalFiscal ASSIGN TO WNomFJournalFiscal
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS ffj_stat.

          SELECT fEntites ASSIGN TO WNomFEntites
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fen_id
          FILE STATUS IS fen_stat.

          SELECT fCanaux ASSIGN TO WNomFCanaux
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fch_code
          FILE STATUS IS fch_stat.

          SELECT fPointages ASSIGN TO WNomFPointages
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpt_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpt_stat.

          SELECT fFacFournisseurs ASSIGN TO WNomFFacFournisseurs
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS ffs_id
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS ffs_stat.

          SELECT fTarifs ASSIGN TO WNomFTarifs
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS ftf_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS ftf_stat.

          SELECT fRepasPersonnel ASSIGN TO WNomFRepasPersonnel
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS frper_cle
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS fcx_stat.

          SELECT fPointsHaccp ASSIGN TO WNomFPointsHaccp
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fph_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fph_stat.

          SELECT fRelevesHaccp ASSIGN TO WNomFRelevesHaccp
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS frh_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS frh_stat.

          SELECT fAbsences ASSIGN TO WNomFAbsences
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fab_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fab_stat.

          SELECT fValoDetail ASSIGN TO WNomFValoDetail
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fvd_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fvd_stat.

          SELECT fRatios ASSIGN TO WNomFRatios
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS frt_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS frt_stat.

          SELECT fCertifications ASSIGN TO WNomFCertifications
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fce_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fce_stat.

          SELECT fPertes ASSIGN TO WNomFPertes
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpe_id
          ALTERNATE RECORD KEY IS fpe_idrest WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpe_stat.

          SELECT fLotsStock ASSIGN TO WNomFLotsStock
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fls_cle
          ALTERNATE RECORD KEY IS fls_lot WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fls_stat.

          SELECT fRetoursFourn ASSIGN TO WNomFRetoursFourn
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS frf_id
          ALTERNATE RECORD KEY IS frf_idAchat WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS frf_stat.

          SELECT fAvoirsFourn ASSIGN TO WNomFAvoirsFourn
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fav_id
          ALTERNATE RECORD KEY IS fav_idFournisseur WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fav_stat.

          SELECT fPlafondsAchat ASSIGN TO "dataplafondsachat.dat"
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpa_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpa_stat.

          SELECT fSitesProduction ASSIGN TO WNomFSitesProduction
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fspr_idrest
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fspr_stat.

          SELECT fCmdInternes ASSIGN TO WNomFCmdInternes
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fci_id
          ALTERNATE RECORD KEY IS fci_dateLivraison WITH DUPLICATES
          ALTERNATE RECORD KEY IS fci_idrestDest WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fci_stat.

          SELECT fMargesInterco ASSIGN TO WNomFMargesInterco
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fmi_idEntite
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fmi_stat.

          SELECT fCessions ASSIGN TO WNomFCessions
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fces_id
          ALTERNATE RECORD KEY IS fces_periode WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fces_stat.

          SELECT fFacInterco ASSIGN TO WNomFFacInterco
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS ffi_num
          ALTERNATE RECORD KEY IS ffi_periode WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS ffi_stat.

          SELECT fZonesLivraison ASSIGN TO WNomFZonesLivraison
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fzl_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fzl_stat.

          SELECT fLivraisons ASSIGN TO WNomFLivraisons
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS flv_idresa
          ALTERNATE RECORD KEY IS flv_tournee WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS flv_stat.

          SELECT fArticlesPlateforme ASSIGN TO WNomFArticlesPlateforme
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fap_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fap_stat.

          SELECT fCmdPlateforme ASSIGN TO WNomFCmdPlateforme
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fcm_cle
          ALTERNATE RECORD KEY IS fcm_idresa WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fcm_stat.

          SELECT fEvenements ASSIGN TO WNomFEvenements
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fev_id
          ALTERNATE RECORD KEY IS fev_jour WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fev_stat.

          SELECT fBillets ASSIGN TO WNomFBillets
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fbi_cle
          ALTERNATE RECORD KEY IS fbi_idresa WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fbi_stat.

          SELECT fAttenteEvt ASSIGN TO WNomFAttenteEvt
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fae_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fae_stat.

          SELECT fPorteMonnaie ASSIGN TO WNomFPorteMonnaie
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpm_idcli
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpm_stat.

          SELECT fMvtPorteMonnaie ASSIGN TO WNomFMvtPorteMonnaie
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fmp_id
          ALTERNATE RECORD KEY IS fmp_idcli WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fmp_stat.

          SELECT fParrainages ASSIGN TO WNomFParrainages
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpn_idFilleul
          ALTERNATE RECORD KEY IS fpn_idParrain WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpn_stat.

          SELECT fAccordsTarif ASSIGN TO WNomFAccordsTarif
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fta_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fta_stat.

          SELECT fConsoAccords ASSIGN TO WNomFConsoAccords
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fcv_cle
          ALTERNATE RECORD KEY IS fcv_idcli WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fcv_stat.

          SELECT fCampagnes ASSIGN TO WNomFCampagnes
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fcg_id
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fcg_stat.

          SELECT fCoupons ASSIGN TO WNomFCoupons
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fcu_code
          ALTERNATE RECORD KEY IS fcu_idcampagne WITH DUPLICATES
          ALTERNATE RECORD KEY IS fcu_idnotif WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fcu_stat.

          SELECT fReclamations ASSIGN TO WNomFReclamations
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS frcl_id
          ALTERNATE RECORD KEY IS frcl_idcli WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS frcl_stat.

          SELECT fObjetsTrouves ASSIGN TO WNomFObjetsTrouves
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fob_id
          ALTERNATE RECORD KEY IS fob_idrest WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fob_stat.

          SELECT fEquipements ASSIGN TO WNomFEquipements
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS feq_id
          ALTERNATE RECORD KEY IS feq_idrest WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS feq_stat.

          SELECT fPannes ASSIGN TO WNomFPannes
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpan_id
          ALTERNATE RECORD KEY IS fpan_idequip WITH DUPLICATES
          ALTERNATE RECORD KEY IS fpan_idrest WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpan_stat.

          SELECT fImmobilisations ASSIGN TO WNomFImmobilisations
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fim_id
          ALTERNATE RECORD KEY IS fim_idrest WITH DUPLICATES
          ALTERNATE RECORD KEY IS fim_identite WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fim_stat.

          SELECT fDotations ASSIGN TO WNomFDotations
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fdo_cle
          ALTERNATE RECORD KEY IS fdo_idimmo WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fdo_stat.

          SELECT fClientsFact ASSIGN TO WNomFClientsFact
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fcf_idcli
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fcf_stat.

          SELECT fTransmissions ASSIGN TO WNomFTransmissions
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS ftr_id
          ALTERNATE RECORD KEY IS ftr_numFacture WITH DUPLICATES
          ALTERNATE RECORD KEY IS ftr_idcli WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS ftr_stat.

          SELECT fProdAvance ASSIGN TO WNomFProdAvance
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpca_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpca_stat.

          SELECT fLitiges ASSIGN TO WNomFLitiges
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS flg_id
          ALTERNATE RECORD KEY IS flg_idpay WITH DUPLICATES
          ALTERNATE RECORD KEY IS flg_idrest WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS flg_stat.

          SELECT fPeriodesCompta ASSIGN TO WNomFPeriodesCompta
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpco_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpco_stat.

          SELECT fFileAttente ASSIGN TO WNomFFileAttente
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fat_id
          ALTERNATE RECORD KEY IS fat_date WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fat_stat.

          SELECT fDemandesRefusees ASSIGN TO WNomFDemandesRefusees
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fdr_id
          ALTERNATE RECORD KEY IS fdr_dateResa WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fdr_stat.

          SELECT fPolitiquesEnfants ASSIGN TO WNomFPolitiquesEnfants
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpen_idrest
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpen_stat.

          SELECT fMarques ASSIGN TO WNomFMarques
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fmq_code
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fmq_stat.

          SELECT fRegions ASSIGN TO WNomFRegions
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS frg_code
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS frg_stat.

          SELECT fProjetsCarte ASSIGN TO WNomFProjetsCarte
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpj_idrest
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fpj_stat.

          SELECT fCarteProjet ASSIGN TO WNomFCarteProjet
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fcj_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fcj_stat.

          SELECT fMenusProjet ASSIGN TO WNomFMenusProjet
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fmj_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fmj_stat.

          SELECT fCarteVersions ASSIGN TO WNomFCarteVersions
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fvc_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fvc_stat.

          SELECT fCodesPostaux ASSIGN TO WNomFCodesPostaux
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fcpo_cle
          ALTERNATE RECORD KEY IS fcpo_commune WITH DUPLICATES
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fcpo_stat.

          SELECT fDelaisInactivite ASSIGN TO "datadelaisinactivite.dat"
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fdi_role
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fdi_stat.

          SELECT fExtrasCatalogue ASSIGN TO WNomFExtrasCatalogue
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fxa_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fxa_stat.

          SELECT fOccasionsResa ASSIGN TO WNomFOccasionsResa
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS foc_idresa
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS foc_stat.

          SELECT fExtrasResa ASSIGN TO WNomFExtrasResa
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fxr_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fxr_stat.

          SELECT fEmetteursTitres ASSIGN TO WNomFEmetteursTitres
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fem_code
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fem_stat.

          SELECT fBordereauxTitres ASSIGN TO WNomFBordereauxTitres
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fbt_cle
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fbt_stat.

          SELECT fParametres ASSIGN TO WNomFParametres
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fprm_nom
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS fprm_stat.

          SELECT fMenusPrec ASSIGN TO WNomFMenusPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fmnp_nom
          ALTERNATE RECORD KEY IS fmnp_dessert WITH DUPLICATES
          FILE STATUS IS fmnp_stat.

          SELECT fPlatsPrec ASSIGN TO WNomFPlatsPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fplp_nom
          ALTERNATE RECORD KEY IS fplp_type WITH DUPLICATES
          FILE STATUS IS fplp_stat.

          SELECT fClientsPrec ASSIGN TO WNomFClientsPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fclp_id
          ALTERNATE RECORD KEY IS fclp_mail WITH DUPLICATES
          FILE STATUS IS fclp_stat.

          SELECT fRestPrec ASSIGN TO WNomFRestPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS frtp_id
          ALTERNATE RECORD KEY IS frtp_ville WITH DUPLICATES
          FILE STATUS IS frtp_stat.

          SELECT fResaPrec ASSIGN TO WNomFResaPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS frvp_id
          ALTERNATE RECORD KEY IS fusp_role WITH DUPLICATES
          FILE STATUS IS fusp_stat.

          SELECT fFactPrec ASSIGN TO WNomFFactPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS ffcp_num
          FILE STATUS IS ffcp_stat.

          SELECT fPrixPendPrec ASSIGN TO WNomFPrixPendPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fppp_id
          FILE STATUS IS fppp_stat.

          SELECT fPaiePrec ASSIGN TO WNomFPaiePrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpyp_id
          ALTERNATE RECORD KEY IS fpyp_idresa WITH DUPLICATES
          FILE STATUS IS fpyp_stat.

          SELECT fNotifPrec ASSIGN TO WNomFNotifPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fntp_id
          FILE STATUS IS fntp_stat.

          SELECT fPointPrec ASSIGN TO WNomFPointPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fptp_cle
          FILE STATUS IS fptp_stat.

          SELECT fEmpPrec ASSIGN TO WNomFEmpPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS femq_id
          FILE STATUS IS femq_stat.

          SELECT fAchatsPrec ASSIGN TO WNomFAchatsPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fpop_id
          FILE STATUS IS fpop_stat.

          SELECT fFourPrec ASSIGN TO WNomFFourPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS ffop_id
          FILE STATUS IS ffop_stat.

          SELECT fExceptionsPrec ASSIGN TO WNomFExceptionsPrec
          ORGANIZATION indexed
          ACCESS MODE IS dynamic
          RECORD KEY IS fxcp_cle
          FILE STATUS IS fxcp_stat.


        DATA DIVISION.
         FILE SECTION.
          FD fmenus.
           01 mTampon.
           02 fm_nom PIC A(50).
           02 fm_entree PIC A(50).
           02 fm_plat PIC A(50).
           02 fm_dessert PIC A(50).
           02 fm_prix PIC 999V99.
           02 fm_dispoDebut PIC 99.
           02 fc_blDebut PIC 9(8).
           02 fc_blFin PIC 9(8).
           02 fc_blPar PIC X(30).
           02 fc_versionCle PIC 9(3).
 
          FD frestaurants.
           01 restTampon.
           02 fr_frTauxRedevance PIC 99V99.
           02 fr_frMinimum PIC 9(5)V99.
           02 fr_frTauxPub PIC 99V99.
           02 fr_cadenceMidi PIC 9(3).
           02 fr_cadenceSoir PIC 9(3).
           02 fr_politiqueAbsents PIC 9.
             88 fr_retenirArrhesAbsents VALUE 1.
           02 fr_idMarque PIC 9(2).
           02 fr_idRegion PIC 9(2).

          FD freservations.
           01 resaTampon.
             02 frs_basesTVA.
               03 frs_baseTVA OCCURS 3 TIMES PIC 9(6)V99.
             02 frs_codeMotifAnnul PIC 9(2).
             02 frs_nbAdultes PIC 99.
             02 frs_nbEnfants PIC 99.
             02 frs_nbBebes PIC 99.
             02 frs_remiseEnfants PIC 9(5)V99.
             02 frs_nbReserves PIC 99.
             02 frs_fraisAbsents PIC 9(5)V99.
             02 frs_dateCreation PIC 9(8).

          FD futilisateurs.
           01 uTampon.
             02 fu_sessionActive PIC 9.
               88 fu_enSession VALUE 1.
             02 fu_idrest PIC 9(4).
             02 fu_idRegion PIC 9(2).

          FD fTicket.
           01 ticketLigne PIC X(200).
             02 ffa_type PIC 9.
               88 ffa_facture VALUE 1.
               88 ffa_avoir VALUE 2.
               88 ffa_interco VALUE 3.
             02 ffa_numOrigine PIC 9(8).
             02 ffa_signature PIC 9(9).

               88 fpay_annulee VALUE 1.
             02 fpay_motifAnnul PIC 9(2).
             02 fpay_annulePar PIC X(30).
             02 fpay_emetteur PIC 9(2).
             02 fpay_numBordereau PIC 9(6).
             02 fpay_rejete PIC 9.
               88 fpay_titreRejete VALUE 1.

          FD fEmployes.
           01 empTampon.
             02 femp_prenom PIC A(50).
             02 femp_poste PIC X(15).
             02 femp_actif PIC 9.
             02 femp_tauxHoraire PIC 9(3)V99.

          FD fPlanning.
           01 planningTampon.
             02 ffo_tel PIC 9(10).
             02 ffo_mail PIC X(100).
             02 ffo_actif PIC 9.
             02 ffo_edi PIC 9.
               88 ffo_ediActif VALUE 1.
             02 ffo_codeEdi PIC X(15).

          FD fAchats.
           01 achatTampon.
             02 fpo_statut PIC 9.
               88 fpo_emise VALUE 1.
               88 fpo_recue VALUE 2.
               88 fpo_partielle VALUE 3.
               88 fpo_enAttente VALUE 4.
               88 fpo_rejetee VALUE 5.
             02 fpo_dateReception PIC 9(8).
             02 fpo_refFacture PIC X(20).
             02 fpo_nbLignes PIC 99.
               03 fpo_plat PIC A(50).
               03 fpo_qte PIC 9(5).
               03 fpo_prixUnit PIC 999V99.
             02 fpo_lignesRecues OCCURS 10 TIMES.
               03 fpo_qteRecue PIC 9(5).
             02 fpo_motifSolde PIC X(40).
             02 fpo_dateSolde PIC 9(8).
             02 fpo_saisiPar PIC X(30).
             02 fpo_idrestDemandeur PIC 9(4).
             02 fpo_approbateur PIC X(30).
             02 fpo_dateApprobation PIC 9(8).
             02 fpo_commentaireAppro PIC X(60).
             02 fpo_dateEnvoiEdi PIC 9(8).
             02 fpo_dateAvis PIC 9(8).
             02 fpo_lignesAnnoncees OCCURS 10 TIMES.
               03 fpo_qteAnnoncee PIC 9(5).
               03 fpo_lotAnnonce PIC X(20).
               03 fpo_dlcAnnoncee PIC 9(8).

          FD fNotifications.
           01 notifTampon.
          FD fRejetsWeb.
           01 rejetWebLigne PIC X(250).

          FD fImportDonnees.
           01 importDonneesLigne PIC X(600).

          FD fRejetsDonnees.
           01 rejetDonneesLigne PIC X(700).

          FD fCleClients.
           01 cleClientsLigne PIC X(100).

          FD fCleArchive.
           01 cleArchiveLigne PIC X(100).

          FD fFormationOrigine.
           01 formationOrigineLigne PIC X(8).

          FD fEdiCommandes.
           01 ediCommandeLigne PIC X(200).

          FD fEdiAvis.
           01 ediAvisLigne PIC X(200).

          FD fEdiRejets.
           01 ediRejetLigne PIC X(250).

          FD fImportPlateforme.
           01 importPlateformeLigne PIC X(200).

          FD fRejetsPlateforme.
           01 rejetPlateformeLigne PIC X(250).

          FD fVersementPlateforme.
           01 versementPlateformeLigne PIC X(200).

          FD fBons.
           01 bonTampon.
             02 fb_num PIC 9(8).
          FD fTemp.
           01 tempLigne PIC X(900).

          FD fFecTri.
           01 fecTriTampon.
             02 ffec_cle.
               03 ffec_date PIC 9(8).
               03 ffec_piece PIC 9(8).
               03 ffec_ligne PIC 9(7).
             02 ffec_journal PIC X(2).
             02 ffec_compte PIC X(6).
             02 ffec_aux PIC X(10).
             02 ffec_auxLib PIC X(40).
             02 ffec_pieceRef PIC X(20).
             02 ffec_pieceDate PIC 9(8).
             02 ffec_lib PIC X(60).
             02 ffec_debit PIC 9(9)V99.
             02 ffec_credit PIC 9(9)V99.

          FD fCheckpoint.
           01 checkpointLigne PIC 9(4).

             02 fxc_hFerm PIC 99.
             02 fxc_places PIC 9(5).
             02 fxc_libelle PIC X(30).
             02 fxc_cadence PIC 9(3).

          FD fLotSite.
           01 lotLigne PIC X(790).
             02 fpt_idrest PIC 9(4).
             02 fpt_heureArrivee PIC 9(4).
             02 fpt_heureDepart PIC 9(4).
             02 fpt_pauseMinutes PIC 9(3).

          FD fFacFournisseurs.
           01 facFourTampon.
             02 frh_conforme PIC 9.
             02 frh_action PIC X(50).

          FD fAbsences.
           01 absenceTampon.
             02 fab_cle.
               03 fab_idemp PIC 9(4).
               03 fab_dateDebut PIC 9(8).
             02 fab_dateFin PIC 9(8).
             02 fab_type PIC 9.
               88 fab_congesPayes VALUE 1.
               88 fab_maladie VALUE 2.
               88 fab_formation VALUE 3.
               88 fab_recuperation VALUE 4.
             02 fab_statut PIC 9.
               88 fab_demandee VALUE 1.
               88 fab_approuvee VALUE 2.
               88 fab_refusee VALUE 3.
             02 fab_demandePar PIC X(30).
             02 fab_dateDemande PIC 9(8).
             02 fab_approuvePar PIC X(30).
             02 fab_dateDecision PIC 9(8).
             02 fab_motif PIC X(40).

          FD fValoDetail.
           01 valoDetailTampon.
             02 fvd_cle.
               03 fvd_idrest PIC 9(4).
               03 fvd_periode PIC 9(6).
               03 fvd_article PIC A(50).
             02 fvd_qte PIC 9(5).
             02 fvd_cout PIC 999V99.

          FD fRatios.
           01 ratioTampon.
             02 frt_cle.
               03 frt_idrest PIC 9(4).
               03 frt_poste PIC X(15).
             02 frt_couvertsParEmp PIC 9(3).
             02 frt_minimum PIC 9(2).

          FD fCertifications.
           01 certifTampon.
             02 fce_cle.
               03 fce_idemp PIC 9(4).
               03 fce_type PIC X(15).
             02 fce_dateDelivrance PIC 9(8).
             02 fce_dateExpiration PIC 9(8).
             02 fce_reference PIC X(30).

          FD fPertes.
           01 perteTampon.
             02 fpe_id PIC 9(8).
             02 fpe_idrest PIC 9(4).
             02 fpe_date PIC 9(8).
             02 fpe_heure PIC 9(4).
             02 fpe_typeArticle PIC 9.
               88 fpe_plat VALUE 1.
               88 fpe_ingredient VALUE 2.
               88 fpe_boisson VALUE 3.
             02 fpe_article PIC A(50).
             02 fpe_qte PIC 9(5)V99.
             02 fpe_unite PIC X(10).
             02 fpe_motif PIC 9.
             02 fpe_idemp PIC 9(4).
             02 fpe_coutUnit PIC 9(4)V99.
             02 fpe_valeur PIC 9(7)V99.
             02 fpe_saisiPar PIC X(30).

          FD fLotsStock.
           01 lotStockTampon.
             02 fls_cle.
               03 fls_idrest PIC 9(4).
               03 fls_plat PIC A(50).
               03 fls_dlc PIC 9(8).
               03 fls_lot PIC X(20).
             02 fls_idFournisseur PIC 9(4).
             02 fls_idAchat PIC 9(6).
             02 fls_dateReception PIC 9(8).
             02 fls_qteRecue PIC 9(5).
             02 fls_qte PIC 9(5).
             02 fls_dateEpuise PIC 9(8).

          FD fRetoursFourn.
           01 retourFournTampon.
             02 frf_id PIC 9(6).
             02 frf_idAchat PIC 9(6).
             02 frf_idFournisseur PIC 9(4).
             02 frf_idrest PIC 9(4).
             02 frf_date PIC 9(8).
             02 frf_plat PIC A(50).
             02 frf_qte PIC 9(5).
             02 frf_prixUnit PIC 999V99.
             02 frf_motif PIC 9.
               88 frf_endommage VALUE 1.
               88 frf_nonConforme VALUE 2.
               88 frf_dlcDepassee VALUE 3.
               88 frf_erreurLivraison VALUE 4.
             02 frf_commentaire PIC X(40).
             02 frf_idAvoir PIC 9(6).
             02 frf_saisiPar PIC X(30).

          FD fAvoirsFourn.
           01 avoirFournTampon.
             02 fav_id PIC 9(6).
             02 fav_idFournisseur PIC 9(4).
             02 fav_ref PIC X(20).
             02 fav_date PIC 9(8).
             02 fav_origine PIC 9.
               88 fav_retour VALUE 1.
               88 fav_surfacturation VALUE 2.
               88 fav_autre VALUE 3.
             02 fav_idAchat PIC 9(6).
             02 fav_idRetour PIC 9(6).
             02 fav_motif PIC X(40).
             02 fav_montant PIC 9(7)V99.
             02 fav_solde PIC 9(7)V99.
             02 fav_statut PIC 9.
               88 fav_ouvert VALUE 1.
               88 fav_impute VALUE 2.
             02 fav_idFacture PIC 9(6).
             02 fav_dateImputation PIC 9(8).

          FD fPlafondsAchat.
           01 plafondAchatTampon.
             02 fpa_cle.
               03 fpa_role PIC X(10).
               03 fpa_idrest PIC 9(4).
             02 fpa_plafond PIC 9(7)V99.

          FD fSitesProduction.
           01 siteProdTampon.
             02 fspr_idrest PIC 9(4).
             02 fspr_libelle PIC X(30).
             02 fspr_actif PIC 9.
               88 fspr_siteActif VALUE 1.

          FD fCmdInternes.
           01 cmdInterneTampon.
             02 fci_id PIC 9(8).
             02 fci_idrestProd PIC 9(4).
             02 fci_idrestDest PIC 9(4).
             02 fci_dateCommande PIC 9(8).
             02 fci_dateLivraison PIC 9(8).
             02 fci_statut PIC 9.
               88 fci_commandee VALUE 1.
               88 fci_expediee VALUE 2.
               88 fci_annulee VALUE 3.
             02 fci_dateExpedition PIC 9(8).
             02 fci_saisiPar PIC X(30).
             02 fci_nbLignes PIC 99.
             02 fci_lignes OCCURS 10 TIMES.
               03 fci_plat PIC A(50).
               03 fci_qte PIC 9(5).
               03 fci_qteExpediee PIC 9(5).
               03 fci_coutUnit PIC 9(4)V99.

          FD fMargesInterco.
           01 margeIntercoTampon.
             02 fmi_idEntite PIC 9(2).
             02 fmi_taux PIC 99V99.

          FD fCessions.
           01 cessionTampon.
             02 fces_id PIC 9(8).
             02 fces_periode PIC 9(6).
             02 fces_date PIC 9(8).
             02 fces_origine PIC X.
               88 fces_transfert VALUE 'T'.
               88 fces_cuisineCentrale VALUE 'C'.
             02 fces_ref PIC 9(8).
             02 fces_idrestOrig PIC 9(4).
             02 fces_idrestDest PIC 9(4).
             02 fces_entiteEmet PIC 9(2).
             02 fces_entiteRecoit PIC 9(2).
             02 fces_plat PIC A(50).
             02 fces_qte PIC 9(5).
             02 fces_coutUnit PIC 9(5)V99.
             02 fces_taux PIC 99V99.
             02 fces_montant PIC 9(7)V99.
             02 fces_numFacture PIC 9(8).

          FD fFacInterco.
           01 facIntercoTampon.
             02 ffi_num PIC 9(8).
             02 ffi_periode PIC 9(6).
             02 ffi_date PIC 9(8).
             02 ffi_entiteEmet PIC 9(2).
             02 ffi_entiteRecoit PIC 9(2).
             02 ffi_nbLignes PIC 9(5).
             02 ffi_montantHT PIC 9(7)V99.
             02 ffi_montantTVA PIC 9(6)V99.
             02 ffi_montantTTC PIC 9(7)V99.

          FD fZonesLivraison.
           01 zoneLivrTampon.
             02 fzl_cle.
               03 fzl_idrest PIC 9(4).
               03 fzl_zone PIC 99.
             02 fzl_libelle PIC X(30).
             02 fzl_codePDeb PIC 9(5).
             02 fzl_codePFin PIC 9(5).
             02 fzl_frais PIC 9(4)V99.

          FD fLivraisons.
           01 livraisonTampon.
             02 flv_idresa PIC 9(10).
             02 flv_tournee.
               03 flv_idrest PIC 9(4).
               03 flv_dateLivr PIC 9(8).
             02 flv_heureDebut PIC 9(4).
             02 flv_heureFin PIC 9(4).
             02 flv_rue PIC X(100).
             02 flv_ville PIC A(25).
             02 flv_codeP PIC 9(5).
             02 flv_contact PIC X(40).
             02 flv_telContact PIC 9(10).
             02 flv_zone PIC 99.
             02 flv_frais PIC 9(4)V99.
             02 flv_statut PIC 9.
               88 flv_prevue VALUE 1.
               88 flv_livree VALUE 2.
             02 flv_dateRemise PIC 9(8).
             02 flv_heureRemise PIC 9(4).
             02 flv_signataire PIC X(40).

          FD fArticlesPlateforme.
           01 articlePlateformeTampon.
             02 fap_cle.
               03 fap_canal PIC 9(2).
               03 fap_article PIC X(50).
             02 fap_type PIC 9.
               88 fap_estPlat VALUE 1.
               88 fap_estMenu VALUE 2.
             02 fap_nom PIC A(50).

          FD fCmdPlateforme.
           01 cmdPlateformeTampon.
             02 fcm_cle.
               03 fcm_canal PIC 9(2).
               03 fcm_ref PIC X(20).
             02 fcm_idresa PIC 9(10).
             02 fcm_idrest PIC 9(4).
             02 fcm_date PIC 9(8).
             02 fcm_montant PIC 9(6)V99.
             02 fcm_nbLignes PIC 99.
             02 fcm_nbRejets PIC 99.
             02 fcm_statut PIC 9.
               88 fcm_attendue VALUE 0.
               88 fcm_versee VALUE 1.
             02 fcm_dateVersement PIC 9(8).
             02 fcm_montantBrut PIC 9(6)V99.
             02 fcm_commission PIC 9(5)V99.
             02 fcm_remboursement PIC 9(6)V99.
             02 fcm_ajustement PIC S9(5)V99.
             02 fcm_montantNet PIC S9(6)V99.

          FD fEvenements.
           01 evenementTampon.
             02 fev_id PIC 9(6).
             02 fev_jour.
               03 fev_idrest PIC 9(4).
               03 fev_date PIC 9(8).
             02 fev_heure PIC 9(4).
             02 fev_titre PIC X(60).
             02 fev_menu PIC A(50).
             02 fev_prix PIC 9(4)V99.
             02 fev_nbPlaces PIC 9(4).
             02 fev_nbVendus PIC 9(4).
             02 fev_nbEmis PIC 9(4).
             02 fev_dateLimite PIC 9(8).
             02 fev_statut PIC 9.
               88 fev_enVente VALUE 1.
               88 fev_annule VALUE 3.
             02 fev_autresFrais PIC 9(6)V99.

          FD fBillets.
           01 billetTampon.
             02 fbi_cle.
               03 fbi_idEvt PIC 9(6).
               03 fbi_num PIC 9(4).
             02 fbi_idresa PIC 9(10).
             02 fbi_idcli PIC 9(4).
             02 fbi_prix PIC 9(4)V99.
             02 fbi_dateAchat PIC 9(8).
             02 fbi_statut PIC 9.
               88 fbi_vendu VALUE 1.
               88 fbi_enRevente VALUE 2.
             02 fbi_idresaOrig PIC 9(10).

          FD fAttenteEvt.
           01 attenteEvtTampon.
             02 fae_cle.
               03 fae_idEvt PIC 9(6).
               03 fae_rang PIC 9(4).
             02 fae_idcli PIC 9(4).
             02 fae_nbPlaces PIC 99.
             02 fae_dateDemande PIC 9(8).
             02 fae_statut PIC 9.
               88 fae_enAttente VALUE 0.
               88 fae_servie VALUE 1.
               88 fae_retiree VALUE 2.

          FD fPorteMonnaie.
           01 pmTampon.
             02 fpm_idcli PIC 9(4).
             02 fpm_solde PIC 9(6)V99.
             02 fpm_totalRecharge PIC 9(7)V99.
             02 fpm_totalBonus PIC 9(7)V99.
             02 fpm_totalDepense PIC 9(7)V99.
             02 fpm_totalRembourse PIC 9(7)V99.
             02 fpm_dateOuverture PIC 9(8).
             02 fpm_dateDernierMvt PIC 9(8).

          FD fMvtPorteMonnaie.
           01 mvtPmTampon.
             02 fmp_id PIC 9(8).
             02 fmp_idcli PIC 9(4).
             02 fmp_date PIC 9(8).
             02 fmp_heure PIC 9(4).
             02 fmp_type PIC 9.
               88 fmp_recharge VALUE 1.
               88 fmp_bonus VALUE 2.
               88 fmp_depense VALUE 3.
               88 fmp_remboursement VALUE 4.
               88 fmp_recredit VALUE 5.
             02 fmp_montant PIC 9(6)V99.
             02 fmp_soldeApres PIC 9(6)V99.
             02 fmp_mode PIC 9.
             02 fmp_ref PIC 9(10).
             02 fmp_operateur PIC X(30).

          FD fParrainages.
           01 parTampon.
             02 fpn_idFilleul PIC 9(4).
             02 fpn_idParrain PIC 9(4).
             02 fpn_dateInscription PIC 9(8).
             02 fpn_idrestInscription PIC 9(4).
             02 fpn_statut PIC 9.
               88 fpn_enAttente VALUE 0.
               88 fpn_recompense VALUE 1.
               88 fpn_annule VALUE 2.
             02 fpn_dateConversion PIC 9(8).
             02 fpn_idresa PIC 9(10).
             02 fpn_idrest PIC 9(4).
             02 fpn_montantCommande PIC 9(6)V99.
             02 fpn_pointsParrain PIC 9(5).
             02 fpn_pointsFilleul PIC 9(5).

          FD fAccordsTarif.
           01 accordTampon.
             02 fta_cle.
               03 fta_idcli PIC 9(4).
               03 fta_num PIC 9(3).
             02 fta_reference PIC X(20).
             02 fta_type PIC 9.
               88 fta_menuPrix VALUE 1.
               88 fta_platPrix VALUE 2.
               88 fta_pctCarte VALUE 3.
               88 fta_pctMenus VALUE 4.
             02 fta_cible PIC A(50).
             02 fta_prix PIC 999V99.
             02 fta_pct PIC 99V99.
             02 fta_dateDebut PIC 9(8).
             02 fta_dateFin PIC 9(8).
             02 fta_cumulPromo PIC 9.
             02 fta_actif PIC 9.

          FD fConsoAccords.
           01 consoAccordTampon.
             02 fcv_cle.
               03 fcv_idresa PIC 9(10).
               03 fcv_num PIC 9(3).
             02 fcv_idcli PIC 9(4).
             02 fcv_reference PIC X(20).
             02 fcv_date PIC 9(8).
             02 fcv_idrest PIC 9(4).
             02 fcv_nbLignes PIC 9(4).
             02 fcv_montantBrut PIC 9(6)V99.
             02 fcv_remise PIC 9(6)V99.

          FD fCampagnes.
           01 campTampon.
             02 fcg_id PIC 9(4).
             02 fcg_libelle PIC X(30).
             02 fcg_dateCreation PIC 9(8).
             02 fcg_idpromo PIC 9(4).
             02 fcg_joursSansVisite PIC 9(4).
             02 fcg_tier PIC 9.
             02 fcg_idrest PIC 9(4).
             02 fcg_ville PIC A(25).
             02 fcg_dateFinCoupon PIC 9(8).
             02 fcg_statut PIC 9.
               88 fcg_creee VALUE 0.
               88 fcg_generee VALUE 1.
             02 fcg_dateGeneration PIC 9(8).
             02 fcg_nbCoupons PIC 9(5).

          FD fCoupons.
           01 couponTampon.
             02 fcu_code PIC X(10).
             02 fcu_idcampagne PIC 9(4).
             02 fcu_idcli PIC 9(4).
             02 fcu_idnotif PIC 9(10).
             02 fcu_dateEmission PIC 9(8).
             02 fcu_statut PIC 9.
               88 fcu_emis VALUE 0.
               88 fcu_utilise VALUE 1.
             02 fcu_idresa PIC 9(10).
             02 fcu_dateUtilisation PIC 9(8).
             02 fcu_montantCommande PIC 9(6)V99.
             02 fcu_remise PIC 9(5)V99.

          FD fReclamations.
           01 reclTampon.
             02 frcl_id PIC 9(8).
             02 frcl_idcli PIC 9(4).
             02 frcl_idresa PIC 9(10).
             02 frcl_idrest PIC 9(4).
             02 frcl_canal PIC 9.
               88 frcl_parTelephone VALUE 1.
               88 frcl_parMail VALUE 2.
               88 frcl_parSatisfaction VALUE 3.
               88 frcl_surPlace VALUE 4.
             02 frcl_categorie PIC 9.
               88 frcl_catCuisine VALUE 1.
               88 frcl_catService VALUE 2.
               88 frcl_catFacturation VALUE 3.
               88 frcl_catHygiene VALUE 4.
               88 frcl_catReservation VALUE 5.
             02 frcl_gravite PIC 9.
             02 frcl_responsable PIC A(30).
             02 frcl_objet PIC X(100).
             02 frcl_dateOuverture PIC 9(8).
             02 frcl_dateEcheance PIC 9(8).
             02 frcl_statut PIC 9.
               88 frcl_ouverte VALUE 1.
               88 frcl_enCours VALUE 2.
               88 frcl_attenteClient VALUE 3.
               88 frcl_resolue VALUE 4.
               88 frcl_close VALUE 5.
               88 frcl_active VALUE 1 THRU 3.
             02 frcl_resolution PIC X(100).
             02 frcl_dateResolution PIC 9(8).
             02 frcl_dateCloture PIC 9(8).
             02 frcl_gesteType PIC 9.
             02 frcl_gesteMontant PIC 9(5)V99.
             02 frcl_gesteAutorise PIC A(30).
             02 frcl_escalade PIC 9.
             02 frcl_dateEscalade PIC 9(8).

          FD fObjetsTrouves.
           01 objetTrouveTampon.
             02 fob_id PIC 9(8).
             02 fob_idrest PIC 9(4).
             02 fob_description PIC X(100).
             02 fob_dateTrouve PIC 9(8).
             02 fob_service PIC 9.
               88 fob_midi VALUE 1.
               88 fob_soir VALUE 2.
             02 fob_numTable PIC 9(4).
             02 fob_trouvePar PIC A(30).
             02 fob_saisiPar PIC X(30).
             02 fob_valeurEstimee PIC 9(5)V99.
             02 fob_idresa PIC 9(10).
             02 fob_idcli PIC 9(4).
             02 fob_dateContact PIC 9(8).
             02 fob_statut PIC 9.
               88 fob_enGarde VALUE 1.
               88 fob_clientContacte VALUE 2.
               88 fob_restitue VALUE 3.
               88 fob_donne VALUE 4.
               88 fob_detruit VALUE 5.
               88 fob_nonReclame VALUE 1 THRU 2.
             02 fob_dateRestitution PIC 9(8).
             02 fob_remisA PIC A(30).
             02 fob_refSignature PIC X(20).
             02 fob_dateSortie PIC 9(8).
             02 fob_sortiePar PIC X(30).

          FD fEquipements.
           01 equipementTampon.
             02 feq_id PIC 9(6).
             02 feq_idrest PIC 9(4).
             02 feq_type PIC 9.
               88 feq_froid VALUE 1.
               88 feq_cuisson VALUE 2.
               88 feq_lavage VALUE 3.
               88 feq_autre VALUE 4.
             02 feq_libelle PIC X(30).
             02 feq_marque PIC X(20).
             02 feq_numSerie PIC X(20).
             02 feq_dateInstall PIC 9(8).
             02 feq_prixAchat PIC 9(6)V99.
             02 feq_prestataire PIC X(30).
             02 feq_telPrestataire PIC 9(10).
             02 feq_finGarantie PIC 9(8).
             02 feq_intervalleMaint PIC 9(3).
             02 feq_dateDerniereMaint PIC 9(8).
             02 feq_dateProchaineMaint PIC 9(8).
             02 feq_pointHaccp PIC 9(3).
             02 feq_actif PIC 9.
             02 feq_dateReforme PIC 9(8).

          FD fPannes.
           01 panneTampon.
             02 fpan_id PIC 9(8).
             02 fpan_idequip PIC 9(6).
             02 fpan_idrest PIC 9(4).
             02 fpan_nature PIC 9.
               88 fpan_panne VALUE 1.
               88 fpan_preventive VALUE 2.
             02 fpan_origine PIC 9.
               88 fpan_manuelle VALUE 1.
               88 fpan_releveHaccp VALUE 2.
             02 fpan_description PIC X(100).
             02 fpan_dateOuverture PIC 9(8).
             02 fpan_heureOuverture PIC 9(4).
             02 fpan_ouvertPar PIC X(30).
             02 fpan_dateAppel PIC 9(8).
             02 fpan_heureAppel PIC 9(4).
             02 fpan_refIntervention PIC X(20).
             02 fpan_dateReparation PIC 9(8).
             02 fpan_heureReparation PIC 9(4).
             02 fpan_heuresArret PIC 9(5).
             02 fpan_sousGarantie PIC 9.
             02 fpan_coutPieces PIC 9(6)V99.
             02 fpan_coutMainOeuvre PIC 9(6)V99.
             02 fpan_coutTotal PIC 9(7)V99.
             02 fpan_statut PIC 9.
               88 fpan_ouvert VALUE 1.
               88 fpan_prestataireAppele VALUE 2.
               88 fpan_clos VALUE 3.
               88 fpan_enCours VALUE 1 THRU 2.

          FD fImmobilisations.
           01 immoTampon.
             02 fim_id PIC 9(6).
             02 fim_idrest PIC 9(4).
             02 fim_identite PIC 9(2).
             02 fim_categorie PIC 9.
               88 fim_mobilier VALUE 1.
               88 fim_materielCuisine VALUE 2.
               88 fim_agencements VALUE 3.
             02 fim_libelle PIC X(40).
             02 fim_dateAcquisition PIC 9(8).
             02 fim_cout PIC 9(7)V99.
             02 fim_idFacture PIC 9(6).
             02 fim_refFacture PIC X(20).
             02 fim_dureeAns PIC 99.
             02 fim_methode PIC 9.
               88 fim_lineaire VALUE 1.
               88 fim_degressif VALUE 2.
             02 fim_cumulAmort PIC 9(7)V99.
             02 fim_dernierePeriode PIC 9(6).
             02 fim_anneeBase PIC 9(4).
             02 fim_dotationMois PIC 9(7)V99.
             02 fim_statut PIC 9.
               88 fim_enService VALUE 1.
               88 fim_sortie VALUE 2.
             02 fim_dateSortie PIC 9(8).
             02 fim_prixCession PIC 9(7)V99.
             02 fim_resultatCession PIC S9(7)V99.

          FD fDotations.
           01 dotationTampon.
             02 fdo_cle.
               03 fdo_periode PIC 9(6).
               03 fdo_idimmo PIC 9(6).
               03 fdo_type PIC 9.
                 88 fdo_dotation VALUE 1.
                 88 fdo_cession VALUE 2.
             02 fdo_identite PIC 9(2).
             02 fdo_idrest PIC 9(4).
             02 fdo_categorie PIC 9.
             02 fdo_montant PIC 9(7)V99.
             02 fdo_cout PIC 9(7)V99.
             02 fdo_cumulAmort PIC 9(7)V99.
             02 fdo_prixCession PIC 9(7)V99.

          FD fClientsFact.
           01 clientFactTampon.
             02 fcf_idcli PIC 9(4).
             02 fcf_raisonSociale PIC X(50).
             02 fcf_siret PIC 9(14).
             02 fcf_numTVA PIC X(13).
             02 fcf_codeService PIC X(20).
             02 fcf_plateforme PIC X(20).
             02 fcf_delaiPaiement PIC 9(3).
             02 fcf_dateMaj PIC 9(8).
             02 fcf_majPar PIC X(30).

          FD fTransmissions.
           01 transmissionTampon.
             02 ftr_id PIC 9(8).
             02 ftr_numFacture PIC 9(8).
             02 ftr_type PIC 9.
               88 ftr_facture VALUE 1.
               88 ftr_avoir VALUE 2.
             02 ftr_idcli PIC 9(4).
             02 ftr_montantTTC PIC 9(7)V99.
             02 ftr_plateforme PIC X(20).
             02 ftr_fichier PIC X(40).
             02 ftr_dateEnvoi PIC 9(8).
             02 ftr_heureEnvoi PIC 9(4).
             02 ftr_envoyePar PIC X(30).
             02 ftr_statut PIC 9.
               88 ftr_transmise VALUE 1.
               88 ftr_acceptee VALUE 2.
               88 ftr_rejetee VALUE 3.
             02 ftr_dateRetour PIC 9(8).
             02 ftr_motifRejet PIC X(60).

          FD fProdAvance.
           01 prodAvanceTampon.
             02 fpca_cle.
               03 fpca_periode PIC 9(6).
               03 fpca_idrest PIC 9(4).
               03 fpca_categorie PIC 9.
                 88 fpca_arrhes VALUE 1.
                 88 fpca_bons VALUE 2.
                 88 fpca_billets VALUE 3.
                 88 fpca_emporter VALUE 4.
                 88 fpca_creditSociete VALUE 5.
                 88 fpca_creditParticulier VALUE 6.
             02 fpca_identite PIC 9(2).
             02 fpca_tauxTVA PIC V999.
             02 fpca_ouverture PIC 9(8)V99.
             02 fpca_nouveaux PIC S9(8)V99.
             02 fpca_consommes PIC 9(8)V99.
             02 fpca_perdus PIC 9(8)V99.
             02 fpca_expires PIC 9(8)V99.
             02 fpca_cloture PIC 9(8)V99.
             02 fpca_dateCalcul PIC 9(8).
             02 fpca_calculePar PIC X(30).

          FD fLitiges.
           01 litigeTampon.
             02 flg_id PIC 9(6).
             02 flg_idpay PIC 9(10).
             02 flg_idresa PIC 9(10).
             02 flg_idrest PIC 9(4).
             02 flg_idcli PIC 9(4).
             02 flg_montantPaiement PIC 9(6)V99.
             02 flg_refBanque PIC X(20).
             02 flg_montant PIC 9(6)V99.
             02 flg_motif PIC 9(2).
             02 flg_dateReception PIC 9(8).
             02 flg_dateLimite PIC 9(8).
             02 flg_numFacture PIC 9(8).
             02 flg_ticketSigne PIC 9.
               88 flg_avecTicketSigne VALUE 1.
             02 flg_notes PIC X(100).
             02 flg_dateReponse PIC 9(8).
             02 flg_statut PIC 9.
               88 flg_ouvert VALUE 1.
               88 flg_repondu VALUE 2.
               88 flg_gagne VALUE 3.
               88 flg_perdu VALUE 4.
               88 flg_perduPartiel VALUE 5.
             02 flg_montantPerdu PIC 9(6)V99.
             02 flg_dateIssue PIC 9(8).
             02 flg_idPayReprise PIC 9(10).
             02 flg_saisiPar PIC X(30).
             02 flg_cloturePar PIC X(30).

          FD fPeriodesCompta.
           01 periodeComptaTampon.
             02 fpco_cle.
               03 fpco_identite PIC 9(2).
               03 fpco_periode PIC 9(6).
             02 fpco_statut PIC 9.
               88 fpco_ouverte VALUE 1.
               88 fpco_enCloture VALUE 2.
               88 fpco_close VALUE 3.
             02 fpco_dateStatut PIC 9(8).
             02 fpco_modifiePar PIC X(30).
             02 fpco_nbReouvertures PIC 9(2).
             02 fpco_motifReouverture PIC X(60).

          FD fFileAttente.
           01 attenteTampon.
             02 fat_id PIC 9(8).
             02 fat_idrest PIC 9(4).
             02 fat_date PIC 9(8).
             02 fat_service PIC 9.
               88 fat_midi VALUE 1.
               88 fat_soir VALUE 2.
             02 fat_nom PIC X(30).
             02 fat_nbPersonnes PIC 99.
             02 fat_tel PIC 9(10).
             02 fat_heureArrivee PIC 9(4).
             02 fat_attenteAnnoncee PIC 999.
             02 fat_rang PIC 9(4).
             02 fat_statut PIC 9.
               88 fat_enAttente VALUE 1.
               88 fat_prevenu VALUE 2.
               88 fat_installe VALUE 3.
               88 fat_parti VALUE 4.
             02 fat_heurePrevenu PIC 9(4).
             02 fat_numTable PIC 9(4).
             02 fat_heureInstalle PIC 9(4).
             02 fat_nbRelegations PIC 9(2).
             02 fat_idresa PIC 9(10).

          FD fDemandesRefusees.
           01 demandeRefuseeTampon.
             02 fdr_id PIC 9(8).
             02 fdr_dateDemande PIC 9(8).
             02 fdr_heureDemande PIC 9(4).
             02 fdr_operateur PIC X(30).
             02 fdr_idcli PIC 9(4).
             02 fdr_idrest PIC 9(4).
             02 fdr_dateResa PIC 9(8).
             02 fdr_heureResa PIC 9(4).
             02 fdr_nbPersonnes PIC 99.
             02 fdr_motif PIC 9.
               88 fdr_complet VALUE 1.
               88 fdr_jourFerme VALUE 2.
               88 fdr_dejaReserve VALUE 3.
               88 fdr_cadence VALUE 4.
             02 fdr_nbAlternatives PIC 9.
             02 fdr_issue PIC 9.
               88 fdr_perdue VALUE 0.
               88 fdr_convertie VALUE 1.
               88 fdr_listeAttente VALUE 2.
               88 fdr_nouvelEssai VALUE 3.
             02 fdr_typeAlternative PIC 9.
             02 fdr_idrestRetenu PIC 9(4).
             02 fdr_idresa PIC 9(10).

          FD fPolitiquesEnfants.
           01 politiqueEnfantTampon.
             02 fpen_idrest PIC 9(4).
             02 fpen_ageLimite PIC 99.
             02 fpen_menuEnfant PIC A(50).
             02 fpen_remisePct PIC 99.
             02 fpen_nbChaisesHautes PIC 99.

          FD fMarques.
           01 marqueTampon.
             02 fmq_code PIC 9(2).
             02 fmq_nom PIC X(30).
             02 fmq_actif PIC 9.

          FD fRegions.
           01 regionTampon.
             02 frg_code PIC 9(2).
             02 frg_nom PIC X(30).
             02 frg_idResponsable PIC 9(4).
             02 frg_actif PIC 9.

          FD fProjetsCarte.
           01 projetCarteTampon.
             02 fpj_idrest PIC 9(4).
             02 fpj_dateEffet PIC 9(8).
             02 fpj_statut PIC 9.
               88 fpj_brouillon VALUE 1.
               88 fpj_publie VALUE 2.
             02 fpj_dateCreation PIC 9(8).
             02 fpj_datePublication PIC 9(8).
             02 fpj_pseudo PIC X(30).

          FD fCarteProjet.
           01 carteProjetTampon.
             02 fcj_cle.
               03 fcj_idrest PIC 9(4).
               03 fcj_type PIC X(1).
               03 fcj_nom PIC A(50).
             02 fcj_prix PIC 999V99.

          FD fMenusProjet.
           01 menuProjetTampon.
             02 fmj_cle.
               03 fmj_idrest PIC 9(4).
               03 fmj_nom PIC A(50).
             02 fmj_entree PIC A(50).
             02 fmj_plat PIC A(50).
             02 fmj_dessert PIC A(50).
             02 fmj_prix PIC 999V99.
             02 fmj_dispoDebut PIC 99.
             02 fmj_dispoFin PIC 99.
             02 fmj_catTVA PIC 9.

          FD fCarteVersions.
           01 versionCarteTampon.
             02 fvc_cle.
               03 fvc_idrest PIC 9(4).
               03 fvc_dateVersion PIC 9(8).
               03 fvc_heureVersion PIC 9(6).
               03 fvc_type PIC X(1).
               03 fvc_nom PIC A(50).
             02 fvc_surCarte PIC 9.
             02 fvc_prix PIC 999V99.

          FD fCodesPostaux.
           01 cpoTampon.
             02 fcpo_cle.
               03 fcpo_codeP PIC 9(5).
               03 fcpo_commune PIC X(40).
             02 fcpo_departement PIC X(3).
             02 fcpo_insee PIC X(5).

          FD fDelaisInactivite.
           01 delaiInactiviteTampon.
             02 fdi_role PIC X(10).
             02 fdi_minutes PIC 9(3).

          FD fExtrasCatalogue.
           01 extraCatTampon.
             02 fxa_cle.
               03 fxa_idrest PIC 9(4).
               03 fxa_code PIC X(10).
             02 fxa_libelle PIC X(30).
             02 fxa_prix PIC 9(4)V99.
             02 fxa_delaiJours PIC 9(3).
             02 fxa_fournisseur PIC X(30).
             02 fxa_cuisine PIC 9.
             02 fxa_catTVA PIC 9.

          FD fOccasionsResa.
           01 occasionTampon.
             02 foc_idresa PIC 9(10).
             02 foc_type PIC 9.
               88 foc_anniversaire VALUE 1.
               88 foc_anniversaireMariage VALUE 2.
               88 foc_demandeMariage VALUE 3.
               88 foc_autreOccasion VALUE 4.
             02 foc_note PIC X(60).

          FD fExtrasResa.
           01 extraResaTampon.
             02 fxr_cle.
               03 fxr_idresa PIC 9(10).
               03 fxr_num PIC 9(3).
             02 fxr_code PIC X(10).
             02 fxr_libelle PIC X(30).
             02 fxr_qte PIC 9(3).
             02 fxr_prix PIC 9(4)V99.
             02 fxr_catTVA PIC 9.
             02 fxr_cuisine PIC 9.
             02 fxr_fournisseur PIC X(30).
             02 fxr_message PIC X(60).
             02 fxr_dateSaisie PIC 9(8).

          FD fEmetteursTitres.
           01 emetteurTampon.
             02 fem_code PIC 9(2).
             02 fem_nom PIC X(30).
             02 fem_tauxCommission PIC 99V99.
             02 fem_delaiJours PIC 9(3).

          FD fBordereauxTitres.
           01 bordereauTampon.
             02 fbt_cle.
               03 fbt_idrest PIC 9(4).
               03 fbt_num PIC 9(6).
             02 fbt_emetteur PIC 9(2).
             02 fbt_date PIC 9(8).
             02 fbt_nbTitres PIC 9(5).
             02 fbt_montant PIC 9(7)V99.
             02 fbt_statut PIC 9.
               88 fbt_remis VALUE 1.
               88 fbt_regle VALUE 2.
             02 fbt_dateReglement PIC 9(8).
             02 fbt_montantRegle PIC 9(7)V99.
             02 fbt_commission PIC 9(6)V99.
             02 fbt_nbRejetes PIC 9(5).
             02 fbt_montantRejete PIC 9(7)V99.
             02 fbt_refReglement PIC X(20).
             02 fbt_rapproche PIC 9.
             02 fbt_etabliPar PIC X(30).

          FD fParametres.
           01 parametreTampon.
             02 fprm_nom PIC X(12).
             02 fprm_valeur PIC X(100).

      *Anciens formats (avant extension des enregistrements) lus par
      *MIGRER_FICHIERS_ETENDUS : seules les clés sont nommées, le
      *reste de l'image est recopié en bloc dans le nouveau format
             02 fntp_id PIC 9(10).
             02 FILLER PIC X(143).

          FD fPointPrec.
           01 fptpTampon.
             02 fptp_cle PIC X(12).
             02 FILLER PIC X(12).

          FD fEmpPrec.
           01 femqTampon.
             02 femq_id PIC 9(4).
             02 FILLER PIC X(120).

          FD fAchatsPrec.
           01 fpopTampon.
             02 fpop_id PIC 9(6).
             02 FILLER PIC X(643).

          FD fFourPrec.
           01 ffopTampon.
             02 ffop_id PIC 9(4).
             02 FILLER PIC X(161).

          FD fExceptionsPrec.
           01 fxcpTampon.
             02 fxcp_cle PIC X(12).
             02 FILLER PIC X(40).


         WORKING-STORAGE SECTION.
          77 WmenuP PIC 9(2).

              03 WarrArrivee PIC 9.
              03 WarrNomCli PIC X(30).
              03 WarrPref PIC X(12).
              03 WarrEnfants PIC 99.
              03 WarrBebes PIC 99.
          01 WarrSwap PIC X(68).
          77 WnbArrivees PIC 9(3).
          77 WidxArr PIC 9(3).
          77 WidxArr2 PIC 9(3).
          77 WprivBloque PIC 9.
          77 fiw_stat PIC 99.
          77 frw_stat PIC 99.
          77 fid_stat PIC 99.
          77 frd_stat PIC 99.
          77 fck_stat PIC 99.
          77 fca_stat PIC 99.
          01 WwebChamps.
            02 WwebIdRestX PIC X(4).
            02 WwebJourX PIC X(2).
            02 WwebTelX PIC X(10).
            02 WwebMailX PIC X(100).
            02 WwebCanalX PIC X(2).
            02 WwebEnfantsX PIC X(2).
            02 WwebBebesX PIC X(2).
          77 WwebImportees PIC 9(5).
          77 WwebRejetees PIC 9(5).
          77 WwebAnnulees PIC 9(5).
          77 WpjPlat PIC A(50).
          77 WpjPrix PIC 999V99.
          77 WspFin PIC 9.
          77 fcka_stat PIC 99.
          77 WcaIdRest PIC 9(4).
          77 WcaType PIC X(1).
          77 WcaNom PIC A(50).
            02 WplgDateISO_mois PIC 9(2).
            02 WplgDateISO_jour PIC 9(2).
          01 WplgDateISOInt REDEFINES WplgDateISO PIC 9(8).
          01 WplgSaisies.
            02 WplgSaisie OCCURS 100 TIMES.
              03 WplgSaisieDate PIC 9(8).
              03 WplgSaisieEmp PIC 9(4).
              03 WplgSaisieSrv PIC 9.
          77 WplgNbSaisies PIC 9(3).
          77 WplgIdxSaisie PIC 9(3).
          77 WplgIdxAutre PIC 9(3).
          77 WplgDejaVu PIC 9.
          01 WtabServeurs.
            02 WsrvEntry OCCURS 20 TIMES.
              03 WsrvId PIC 9(4).
          77 fppp_stat PIC 99.
          77 fpyp_stat PIC 99.
          77 fntp_stat PIC 99.
          77 fptp_stat PIC 99.
          77 femq_stat PIC 99.
          77 fpop_stat PIC 99.
          77 ffop_stat PIC 99.
          77 fxcp_stat PIC 99.
          77 WmigIdx PIC 99.
          77 fjc_stat PIC 99.
          77 WjcEtape PIC 99.
          77 WjcLibelle PIC X(40).
          77 WjcSauter PIC 9.
          77 WjcDateConsult PIC 9(8).
          77 WjcDate PIC 9(8).
          77 fq_stat PIC 99.
          77 WquarMode PIC 9.
          77 WquarNum PIC 9(6).
          77 WzAbsences PIC 9(4).
          77 WzNumero PIC 9(6).
          01 WzTabModes.
            02 WzModeMontant OCCURS 6 TIMES PIC 9(7)V99.
          77 WzIdxMode PIC 9.
          01 WtabJournalCompta.
            02 WcjEntry OCCURS 20 TIMES.
          77 WconfChoix PIC 9.
          77 WconfNbAnnulees PIC 9(5).
          77 fsa_stat PIC 99.
          77 WsatNb PIC 9(6).
          77 WsatSomG PIC 9(7).
          77 WsatSomC PIC 9(7).
          77 WsatSomS PIC 9(7).
          77 WsatMoyG PIC 99V99.
          77 WsatMoyC PIC 99V99.
          77 WsatMoyS PIC 99V99.
          77 WsatNbPrec PIC 9(6).
          77 WsatSomPrec PIC 9(7).
          77 WsatMoyPrec PIC 99V99.
          77 WsatMois PIC 99.
          77 WsatAnnee PIC 9(4).
            02 WrtsBasesTVA.
              03 WrtsBaseTVA OCCURS 3 TIMES PIC 9(6)V99.
            02 WrtsCodeMotifAnnul PIC 9(2).
            02 WrtsNbAdultes PIC 99.
            02 WrtsNbEnfants PIC 99.
            02 WrtsNbBebes PIC 99.
            02 WrtsRemiseEnfants PIC 9(5)V99.
            02 WrtsNbReserves PIC 99.
            02 WrtsFraisAbsents PIC 9(5)V99.
            02 WrtsDateCreation PIC 9(8).
          77 fex_stat PIC 99.
          77 WNomFichierExport PIC X(40).
          77 WexportRep PIC 9.
          77 WSessionRole PIC A(10).
          77 WSessionPseudo PIC A(30).
          77 WSessionIdRest PIC 9(4).
          77 WSessionIdRegion PIC 9(2).
          77 WSessionIdxSite PIC 9(3).
          77 WscopeFin PIC 9.
          01 WSessionSites.
            02 WSessionNbSites PIC 9(3).
            02 WSessionSite OCCURS 200 TIMES PIC 9(4).
          77 WscopeIdRest PIC 9(4).
          77 WscopeOK PIC 9.
          77 WscopeErreur PIC 9.
          77 WmdpIdxHisto PIC 9.
          77 WmdpAgeJours PIC S9(5).
          77 fcx_stat PIC 99.
          77 WcnxResultat PIC X(7).
          77 WcnxFiltrePseudo PIC X(30).
          77 WcnxDateDeb PIC 9(8).
          77 WcnxDateFin PIC 9(8).
          77 WauditDateHeure PIC X(15).
          77 WNomFichierTemp PIC X(40).
          77 ftmp_stat PIC 99.
          77 WNomFFecTri PIC X(40) VALUE 'temp_fec.dat'.
          77 ffec_stat PIC 99.
          77 fracq_stat PIC 99.
          77 WrapDate PIC 9(8).
          01 WrapChamps.
          77 WpdNbExport PIC 9(6).
          77 WpdTelMasque PIC 9(10).
          77 WpdMailMasque PIC X(100).
          77 WpdRueMasque PIC X(100).
          77 WpdFin PIC 9.
          77 WfsDest PIC 9(4).
          77 WfsDateFin PIC 9(8).
          77 WxcHOuv PIC 99.
          77 WxcHFerm PIC 99.
          77 WxcPlaces PIC 9(5).
          77 WxcCadence PIC 9(3).
          77 flo_stat PIC 99.
          77 flt_stat PIC 99.
          77 WNomFichierLot PIC X(40).
          77 WCheckpointId PIC 9(4).
          77 WcheckpointEcriture PIC 9(4).
          77 WnbAnomalies PIC 9(5).
          77 fab_stat PIC 99.
          77 WabAction PIC 9.
          77 WabFin PIC 9.
          77 WabIdEmp PIC 9(4).
          77 WabDate PIC 9(8).
          77 WabTrouve PIC 9.
          77 WabType PIC 9.
          77 WabStatut PIC 9.
          77 WabLibelle PIC X(16).
          77 WabDecision PIC 9.
          77 WabJourDeb PIC 9(8).
          77 WabJourFin PIC 9(8).
          77 WabMoisDeb PIC 9(8).
          77 WabMoisFin PIC 9(8).
          77 WabNbJours PIC S9(5).
          01 WabJoursParType.
            02 WabJoursType OCCURS 4 TIMES PIC 9(3).
          77 WtcIdRest PIC 9(4).
          77 WtcIdRestEmp PIC 9(4).
          77 WtcSourceChoix PIC 9.
          77 WtcSortie PIC 9.
          77 WtcEof PIC 9.
          77 WtcEofRest PIC 9.
          77 WtcNbPeriode PIC 99.
          77 WtcNbJours PIC 99.
          77 WtcPremierJour PIC 99.
          77 WtcIdx PIC 99.
          77 WtcDebutEntier PIC 9(8).
          77 WtcDateEntier PIC 9(8).
          01 WtcDateISO.
            02 WtcDateISO_annee PIC 9(4).
            02 WtcDateISO_mois PIC 9(2).
            02 WtcDateISO_jour PIC 9(2).
          01 WtcDateISOInt REDEFINES WtcDateISO PIC 9(8).
          01 WtcJours.
            02 WtcJour OCCURS 62 TIMES.
              03 WtcTravail PIC 9.
              03 WtcSource PIC X.
              03 WtcService PIC 9.
              03 WtcMinutes PIC 9(4).
              03 WtcHDebut PIC 9(4).
              03 WtcHFin PIC 9(4).
              03 WtcPause PIC 9(3).
          77 WtcOuverture PIC 9(4).
          77 WtcFermeture PIC 9(4).
          77 WtcJourSemaine PIC 9.
          77 WtcRepos PIC S9(5).
          77 WtcSemaine PIC 9(5).
          77 WtcConsecutifs PIC 99.
          77 WtcRegle PIC X(20).
          77 WtcValeur PIC 9(5).
          77 WtcNbAlertes PIC 9(5).
          77 WtcNbAlertesRest PIC 9(5).
          77 WtcNbEmpControles PIC 9(4).
          77 WtcMaxJour PIC 9(4) VALUE 600.
          77 WtcReposMin PIC 9(4) VALUE 660.
          77 WtcMaxSemaine PIC 9(4) VALUE 2880.
          77 WtcMaxConsecutifs PIC 99 VALUE 6.
          77 WtcSeuilPause PIC 9(4) VALUE 360.
          77 WtcSeuilPauseH PIC ZZ9.
          77 WflIdRest PIC 9(4).
          77 WflDate PIC 9(8).
          77 WflEof PIC 9.
          77 WflEofRest PIC 9.
          77 WflZ PIC 9.
          77 WflSourceCA PIC X(9).
          77 WflCA PIC 9(7)V99.
          77 WflCAResas PIC 9(7)V99.
          77 WflCouverts PIC 9(5).
          77 WflCoutMatiere PIC 9(7)V99.
          77 WflCoutPersonnel PIC 9(7)V99.
          77 WflPrimeCost PIC 9(7)V99.
          77 WflPctMatiere PIC 9(3)V99.
          77 WflPctPersonnel PIC 9(3)V99.
          77 WflPctPrimeCost PIC 9(3)V99.
          77 WflMinutes PIC S9(5).
          77 WflHeures PIC 9(5)V99.
          77 WflSansTaux PIC 9(3).
          77 WflNbArticles PIC 9(5).
          77 WflArticle PIC X(50).
          77 WflCoutArticle PIC 9(5)V99.
          77 WflCoutPlat PIC 9(5)V99.
          77 WflPlat PIC A(50).
          77 WflEofRc PIC 9.
          77 WflNbSites PIC 9(4).
          77 fvd_stat PIC 99.
          77 WfvIdRest PIC 9(4).
          77 WfvMois PIC 99.
          77 WfvAnnee PIC 9(4).
          77 WfvPeriode PIC 9(6).
          77 WfvPeriodePrec PIC 9(6).
          77 WfvEof PIC 9.
          77 WfvEofRc PIC 9.
          77 WfvNomArt PIC X(50).
          77 WfvQteAjout PIC S9(7)V99.
          77 WfvCoutAjout PIC 9(4)V99.
          77 WfvCoutRecAjout PIC 9(4)V99.
          77 WfvRubrique PIC 9.
          01 WfvTable.
            02 WfvArt OCCURS 200 TIMES.
              03 WfvNom PIC X(50).
              03 WfvCout PIC 9(4)V99.
              03 WfvQteTheo PIC S9(7)V99.
              03 WfvQteOuv PIC S9(7)V99.
              03 WfvQteRecue PIC S9(7)V99.
              03 WfvQteClot PIC S9(7)V99.
              03 WfvCoutRecette PIC 9(4)V99.
          77 WfvNb PIC 9(3).
          77 WfvIdx PIC 9(3).
          77 WfvQteReelle PIC S9(7)V99 SIGN LEADING SEPARATE.
          77 WfvEcartQte PIC S9(7)V99 SIGN LEADING SEPARATE.
          77 WfvValTheo PIC S9(7)V99.
          77 WfvValReelle PIC S9(7)V99 SIGN LEADING SEPARATE.
          77 WfvEcartVal PIC S9(7)V99 SIGN LEADING SEPARATE.
          77 WfvTotTheo PIC S9(9)V99.
          77 WfvTotReel PIC S9(9)V99 SIGN LEADING SEPARATE.
          77 WfvTotEcart PIC S9(9)V99 SIGN LEADING SEPARATE.
          77 WfvTotRecu PIC S9(9)V99.
          77 WfvValoOuv PIC 9(9)V99.
          77 WfvValoClot PIC 9(9)V99.
          77 WfvConsoGlobale PIC S9(9)V99 SIGN LEADING SEPARATE.
          77 WfvPctEcart PIC S9(3)V99 SIGN LEADING SEPARATE.
          77 WfvNbVentes PIC 9(6).
          77 WfvSature PIC 9.
          01 WfvQteJs PIC X(5).
          01 WfvQteJsNum REDEFINES WfvQteJs PIC S9(5).
          77 WfvTrouveRc PIC 9.
          77 WfvPeriodeLue PIC 9(6).
          77 frt_stat PIC 99.
          77 WefIdRest PIC 9(4).
          77 WefAction PIC 9.
          77 WefEof PIC 9.
          77 WefPoste PIC X(15).
          01 WefRatios.
            02 WefRatio OCCURS 20 TIMES.
              03 WefRatPoste PIC X(15).
              03 WefRatCouverts PIC 9(3).
              03 WefRatMinimum PIC 9(2).
              03 WefRatCurseur PIC 9(3).
          77 WefNbRatios PIC 99.
          77 WefIdxRatio PIC 99.
          01 WefEmployes.
            02 WefEmp OCCURS 200 TIMES.
              03 WefEmpId PIC 9(4).
              03 WefEmpPoste PIC X(15).
              03 WefEmpJour PIC 9.
          77 WefNbEmp PIC 9(3).
          77 WefIdxEmp PIC 9(3).
          77 WefEssai PIC 9(3).
          77 WefPrevision PIC 9(5).
          77 WefCouvertsService PIC 9(5).
          77 WefBesoin PIC 9(3).
          77 WefAffectes PIC 9(3).
          77 WefSrv PIC 9.
          77 WefNbManques PIC 9(3).
          77 WefLigne PIC 9(3).
          77 WefDate PIC 9(8).
          77 WefTrouve PIC 9.
          77 fce_stat PIC 99.
          77 WceAction PIC 9.
          77 WceEof PIC 9.
          77 WceChoixType PIC 9.
          77 WceIdEmp PIC 9(4).
          77 WceType PIC X(15).
          77 WceDate PIC 9(8).
          77 WceValide PIC 9.
          77 WcePoste PIC X(15).
          77 WceNbCar PIC 9(3).
          77 WceCuisine PIC 9.
          77 WceIdRest PIC 9(4).
          77 WceLimite PIC 9(8).
          77 WceStatutEch PIC X(12).
          77 WceNbEcheances PIC 9(5).
          77 WceNbAlertes PIC 9(4).
          77 WceJourIdx PIC 9.
          77 WceSrv PIC 9.
          77 WceNbPermis PIC 9(3).
          77 WceNbSecours PIC 9(3).
          01 WceDateISO.
            02 WceDateISO_annee PIC 9(4).
            02 WceDateISO_mois PIC 9(2).
            02 WceDateISO_jour PIC 9(2).
          01 WceDateISOInt REDEFINES WceDateISO PIC 9(8).
          01 WceEquipe.
            02 WceMembre OCCURS 60 TIMES.
              03 WceMembreEmp PIC 9(4).
              03 WceMembreSrv PIC 9.
          77 WceNbMembres PIC 99.
          77 WceIdxMembre PIC 99.
          77 WceTrouve PIC 99.
          77 fpe_stat PIC 99.
          77 WpeIdRest PIC 9(4).
          77 WpeIdEmp PIC 9(4).
          77 WpeFin PIC 9.
          77 WpeEof PIC 9.
          77 WpeTrouve PIC 9.
          77 WpeUniteBs PIC 9.
          77 WpeQte PIC 9(5)V99.
          77 WpeDispo PIC 9(6)V99.
          77 WpeCoutUnit PIC 9(4)V99.
          77 WpeDateAchat PIC 9(8).
          77 WpeIdx PIC 99.
          77 WpeMois PIC 99.
          77 WpeAnnee PIC 9(4).
          77 WpeLibMotif PIC X(16).
          01 WpeMotifs.
            02 WpeMotif OCCURS 5 TIMES.
              03 WpeMotifQte PIC 9(7)V99.
              03 WpeMotifVal PIC 9(9)V99.
              03 WpeMotifNb PIC 9(5).
          01 WpeArticles.
            02 WpeArt OCCURS 300 TIMES.
              03 WpeArtNom PIC A(50).
              03 WpeArtMotif PIC 9.
              03 WpeArtUnite PIC X(10).
              03 WpeArtQte PIC 9(7)V99.
              03 WpeArtVal PIC 9(9)V99.
              03 WpeArtPris PIC 9.
          77 WpeNbArt PIC 9(3).
          77 WpeIdxArt PIC 9(3).
          77 WpeIdxMax PIC 9(3).
          77 WpeRang PIC 99.
          77 WpeTotal PIC 9(9)V99.
          77 WpeNbLignes PIC 9(5).
          77 WpeSature PIC 9.
          77 fls_stat PIC 99.
          77 WdlIdRest PIC 9(4).
          77 WdlPlat PIC A(50).
          77 WdlQte PIC 9(5).
          77 WdlPasse PIC 9.
          77 WdlEof PIC 9.
          77 WdlLot PIC X(20).
          77 WdlDlc PIC 9(8).
          77 WdlLimite PIC 9(8).
          77 WdlNb PIC 9(5).
          77 WdlIdFournisseur PIC 9(4).
          77 WdlDebut PIC 9(8).
          77 WdlFin PIC 9(8).
          77 WdlEofResa PIC 9.
          77 WdlUtilise PIC 9.
          77 WdlNbResas PIC 9(5).
          77 WdlNbLots PIC 9(3).
          77 WdlStatut PIC X(10).
          77 WapReste PIC 9(5).
          77 WapComplet PIC 9.
          77 WapResteTotal PIC 9(6).
          77 WapSolder PIC 9.
          77 WrlIdFournisseur PIC 9(4).
          77 WrlEof PIC 9.
          77 WrlJours PIC 9(5).
          77 WrlNbLignes PIC 9(5).
          77 WrlValeur PIC 9(9)V99.
          77 WrlValLigne PIC 9(7)V99.
          77 WrlFinFour PIC 9.
          77 WrlNbFour PIC 9(4).
          77 WrlTrouve PIC 9.
          77 WpfQteCmd PIC 9(9).
          77 WpfQteRecue PIC 9(9).
          77 WpfTauxService PIC 999V99.
          77 frf_stat PIC 99.
          77 fav_stat PIC 99.
          77 WrfLigne PIC 99.
          77 WrfIdRest PIC 9(4).
          77 WrfDejaRetourne PIC 9(6).
          77 WrfRetournable PIC 9(6).
          77 WrfReste PIC 9(5).
          77 WrfEof PIC 9.
          77 WrfAvoir PIC 9.
          77 WrfLibMotif PIC X(20).
          77 WavEof PIC 9.
          77 WavIdFournisseur PIC 9(4).
          77 WavOrigine PIC 9.
          77 WavIdAchat PIC 9(6).
          77 WavIdRetour PIC 9(6).
          77 WavMotif PIC X(40).
          77 WavMontant PIC 9(7)V99.
          77 WavNet PIC 9(7)V99.
          77 WavImpute PIC 9(7)V99.
          77 WavTotalImpute PIC 9(7)V99.
          77 WavTotalOuvert PIC 9(9)V99.
          77 WavFournCourant PIC 9(4).
          77 WavFournTotal PIC 9(9)V99.
          77 WavNbOuverts PIC 9(4).
          77 fpa_stat PIC 99.
          77 WpaTrouve PIC 9.
          77 WpaPlafond PIC 9(7)V99.
          77 WpaDecision PIC 9.
          77 WpaNb PIC 9(4).
          77 fec_stat PIC 99.
          77 fea_stat PIC 99.
          77 fer_stat PIC 99.
          77 WNomFichierEdi PIC X(40).
          77 WNomFichierEdiAvis PIC X(40).
          77 WNomFichierEdiRejets PIC X(40).
          77 WediFinFour PIC 9.
          77 WediEof PIC 9.
          77 WediOuvert PIC 9.
          77 WediOK PIC 9.
          77 WediMotif PIC 99.
          77 WediIdx PIC 99.
          77 WediNbCmd PIC 9(5).
          77 WediNbLus PIC 9(5).
          77 WediNbAvis PIC 9(5).
          77 WediNbRejets PIC 9(5).
          77 WediTotalCmd PIC 9(5).
          77 WediTotalAvis PIC 9(5).
          77 WediTotalRejets PIC 9(5).
          01 WediChamps.
            02 WediType PIC X(1).
            02 WediIdAchatX PIC X(6).
            02 WediPlatX PIC X(50).
            02 WediQteX PIC X(5).
            02 WediLotX PIC X(20).
            02 WediDlcX PIC X(8).
          77 fspr_stat PIC 99.
          77 fci_stat PIC 99.
          77 WccIdRestProd PIC 9(4).
          77 WccIdRestDest PIC 9(4).
          77 WccDate PIC 9(8).
          77 WccPeriode PIC 9(6).
          77 WccEof PIC 9.
          77 WccFin PIC 9.
          77 WccAction PIC 9.
          77 WccIdx PIC 99.
          77 WccQte PIC 9(5).
          77 WccDispo PIC 9(5).
          77 WccNbCmd PIC 9(5).
          77 WccNbLignes PIC 9(5).
          77 WccValLigne PIC 9(7)V99.
          77 WccTotalSite PIC 9(9)V99.
          77 WccTotal PIC 9(9)V99.
          77 WccSiteCourant PIC 9(4).
          77 WccPlanNb PIC 99.
          77 WccPlanIdx PIC 99.
          77 WccPlanTrouve PIC 9.
          01 WccPlan.
            02 WccPlanLigne OCCURS 50 TIMES.
              03 WccPlanPlat PIC A(50).
              03 WccPlanQte PIC 9(6).
              03 WccPlanStock PIC 9(6).
              03 WccPlanAProduire PIC 9(6).
          77 fmi_stat PIC 99.
          77 fces_stat PIC 99.
          77 ffi_stat PIC 99.
          77 WicIdRestOrig PIC 9(4).
          77 WicIdRestDest PIC 9(4).
          77 WicPlat PIC A(50).
          77 WicQte PIC 9(5).
          77 WicCout PIC 9(5)V99.
          77 WicOrigine PIC X.
          77 WicRef PIC 9(8).
          77 WicEntiteEmet PIC 9(2).
          77 WicEntiteRecoit PIC 9(2).
          77 WicTaux PIC 99V99.
          77 WicMontant PIC 9(7)V99.
          77 WicAction PIC 9.
          77 WicMois PIC 99.
          77 WicAnnee PIC 9(4).
          77 WicPeriode PIC 9(6).
          77 WicEof PIC 9.
          77 WicOk PIC 9.
          77 WicTrouve PIC 9.
          77 WicSatureAvert PIC 9.
          77 WicNb PIC 99.
          77 WicIdx PIC 99.
          77 WicNomEmet PIC X(50).
          77 WicNomRecoit PIC X(50).
          01 WicPaires.
            02 WicPaire OCCURS 50 TIMES.
              03 WicPaireEmet PIC 9(2).
              03 WicPaireRecoit PIC 9(2).
              03 WicPaireNb PIC 9(5).
              03 WicPaireHT PIC 9(7)V99.
              03 WicPaireNum PIC 9(8).
          77 fzl_stat PIC 99.
          77 flv_stat PIC 99.
          77 WlvOK PIC 9.
          77 WlvChoix PIC 9.
          77 WlvAction PIC 9.
          77 WlvHeureDeb PIC 9(4).
          77 WlvHeureFin PIC 9(4).
          77 WlvFrais PIC 9(4)V99.
          77 WlvTrouveZone PIC 9.
          77 WlvFinZone PIC 9.
          77 WlvIdRest PIC 9(4).
          77 WlvDate PIC 9(8).
          77 WlvEof PIC 9.
          77 WlvNb PIC 99.
          77 WlvIdx PIC 99.
          77 WlvIdx2 PIC 99.
          77 WlvNbCuisine PIC 99.
          77 WlvPtr PIC 999.
          77 WlvFinTok PIC 9.
          77 WlvToken PIC X(50).
          77 WlvNomCli PIC X(50).
          77 WlvHeureAff PIC 9(4).
          01 WlvDrops.
            02 WlvDrop OCCURS 50 TIMES.
              03 WlvDropHeure PIC 9(4).
              03 WlvDropResa PIC 9(10).
          01 WlvDropTmp.
            02 WlvDropTmpHeure PIC 9(4).
            02 WlvDropTmpResa PIC 9(10).
          77 WlvTel PIC 9(10).
          77 fap_stat PIC 99.
          77 fcm_stat PIC 99.
          77 fipl_stat PIC 99.
          77 frpl_stat PIC 99.
          77 fvpl_stat PIC 99.
          77 WNomFichierPlateforme PIC X(40).
          77 WNomFichierVersement PIC X(40).
          01 WplChamps.
            02 WplRefX PIC X(20).
            02 WplIdRestX PIC X(4).
            02 WplDateX PIC X(8).
            02 WplHeureX PIC X(4).
            02 WplArticleX PIC X(50).
            02 WplQteX PIC X(2).
            02 WplPrixX PIC X(12).
          77 WplCanal PIC 9(2).
          77 WplNomCanal PIC X(30).
          77 WplDate PIC 9(8).
          77 WplAction PIC 9.
          77 WplRefCour PIC X(20).
          77 WplEnCours PIC 9.
          77 WplCmdOK PIC 9.
          77 WplLigneOK PIC 9.
          77 WplMotif PIC 99.
          77 WplIdRest PIC 9(4).
          77 WplDateCmd PIC 9(8).
          77 WplHeure PIC 9(4).
          77 WplNoms PIC X(250).
          77 WplPtr PIC 9(3).
          77 WplNomArticle PIC A(50).
          77 WplTrouve PIC 9.
          77 WplQte PIC 99.
          77 WplIdx PIC 99.
          77 WplNbArticles PIC 99.
          77 WplNbLignes PIC 99.
          77 WplNbRejets PIC 99.
          77 WplMontant PIC 9(6)V99.
          77 WplFin PIC 9.
          77 WplFinCanal PIC 9.
          77 WplNbCommandes PIC 9(5).
          77 WplNbRejetees PIC 9(5).
          77 WplNbDoublons PIC 9(5).
          01 WvpChamps.
            02 WvpRefX PIC X(20).
            02 WvpBrutX PIC X(12).
            02 WvpCommX PIC X(12).
            02 WvpRembX PIC X(12).
            02 WvpAjustX PIC X(12).
            02 WvpNetX PIC X(12).
          77 WvpDate PIC 9(8).
          77 WvpDebut PIC 9(8).
          77 WvpFin PIC 9(8).
          77 WvpFinLect PIC 9.
          77 WvpBrut PIC 9(6)V99.
          77 WvpComm PIC 9(5)V99.
          77 WvpRemb PIC 9(6)V99.
          77 WvpAjust PIC S9(5)V99 SIGN LEADING SEPARATE.
          77 WvpNet PIC S9(6)V99 SIGN LEADING SEPARATE.
          77 WvpEcart PIC S9(6)V99 SIGN LEADING SEPARATE.
          77 WvpCommAttendue PIC 9(5)V99.
          77 WvpTotBrut PIC 9(7)V99.
          77 WvpTotComm PIC 9(7)V99.
          77 WvpTotRemb PIC 9(7)V99.
          77 WvpTotAjust PIC S9(7)V99 SIGN LEADING SEPARATE.
          77 WvpTotNet PIC S9(7)V99 SIGN LEADING SEPARATE.
          77 WvpTotNonPaye PIC 9(7)V99.
          77 WvpNbLignes PIC 9(5).
          77 WvpNbRapprochees PIC 9(5).
          77 WvpNbInconnues PIC 9(5).
          77 WvpNbEcarts PIC 9(5).
          77 WvpNbNonPayees PIC 9(5).
          77 WplMotifLigne PIC 99.
          77 WplIdResa PIC 9(10).
          77 WplPrix PIC 9(6)V99.
          01 WplBasesTVA.
            02 WplBaseTVA OCCURS 3 TIMES PIC 9(6)V99.
          77 WvpModeComm PIC 9.
          77 WvpTauxComm PIC 999V99.
          77 fev_stat PIC 99.
          77 fbi_stat PIC 99.
          77 fae_stat PIC 99.
          77 WevAction PIC 9.
          77 WevId PIC 9(6).
          77 WevTrouve PIC 9.
          77 WevOK PIC 9.
          77 WevFin PIC 9.
          77 WevFinAtt PIC 9.
          77 WevNb PIC 99.
          77 WevIdx PIC 99.
          77 WevReste PIC 9(4).
          77 WevIdCli PIC 9(4).
          77 WevIdResa PIC 9(10).
          77 WevIdResaOrig PIC 9(10).
          77 WevPrixBillet PIC 9(4)V99.
          77 WevHeure PIC 9(4).
          77 WevRang PIC 9(4).
          77 WevChoix PIC 9.
          77 WevPlacesEvt PIC 9(4).
          77 WevNbAnnules PIC 99.
          77 WevDateJour PIC 9(8).
          77 WevNbVendus PIC 9(4).
          77 WevNbRevente PIC 9(4).
          77 WevCA PIC 9(7)V99.
          77 WevCAConserve PIC 9(7)V99.
          77 WevCATTC PIC 9(7)V99.
          77 WevCAHT PIC 9(7)V99.
          77 WevCoutMatiere PIC 9(7)V99.
          77 WevMarge PIC S9(7)V99 SIGN LEADING SEPARATE.
          77 WevRemplissage PIC 9(3).
          77 fpm_stat PIC 99.
          77 fmp_stat PIC 99.
          77 WpmAction PIC 9.
          77 WpmTrouve PIC 9.
          77 WpmFin PIC 9.
          77 WpmIdCli PIC 9(4).
          77 WpmMontant PIC 9(6)V99.
          77 WpmBonusPct PIC 99.
          77 WpmBonus PIC 9(6)V99.
          77 WpmMode PIC 9.
          77 WpmType PIC 9.
          77 WpmRef PIC 9(10).
          77 WpmOperateur PIC X(30).
          77 WpmLibelle PIC X(20).
          77 WpmNb PIC 9(5).
          77 WpmNbMvt PIC 9(5).
          77 WpmTotalSolde PIC 9(9)V99.
          77 WpmTotalRecharge PIC 9(9)V99.
          77 WpmTotalBonus PIC 9(9)V99.
          77 WpmTotalDepense PIC 9(9)V99.
          77 WpmTotalRembourse PIC 9(9)V99.
          77 WpmBonusMax PIC 99 VALUE 20.
          77 fpn_stat PIC 99.
          77 WparPointsParrain PIC 9(5) VALUE 1000.
          77 WparPointsFilleul PIC 9(5) VALUE 500.
          01 WparCode.
            02 WparCodeLettre PIC X.
            02 WparCodeId PIC 9(4).
            02 WparCodeCle PIC 9.
          01 WparCodeSaisi.
            02 WparSaisiLettre PIC X.
            02 WparSaisiId PIC X(4).
            02 WparSaisiCle PIC X.
            02 WparSaisiReste PIC X(4).
          77 WparIdCode PIC 9(4).
          77 WparOK PIC 9.
          77 WparFin PIC 9.
          77 WparIdFilleul PIC 9(4).
          77 WparIdParrain PIC 9(4).
          77 WparNom PIC A(50).
          77 WparPrenom PIC A(50).
          77 WparTel PIC 9(10).
          77 WparMail PIC X(100).
          77 WparPeriode PIC 9(6).
          77 WparMois PIC 99.
          77 WparAnnee PIC 9(4).
          77 WparNbFaits PIC 9(5).
          77 WparNbConvertis PIC 9(5).
          77 WparNbAnnules PIC 9(5).
          77 WparPoints PIC 9(7).
          77 WparCA PIC 9(7)V99.
          77 WparCout PIC 9(7)V99.
          77 WparTotFaits PIC 9(5).
          77 WparTotConvertis PIC 9(5).
          77 WparTotPoints PIC 9(7).
          77 WparTotCA PIC 9(7)V99.
          77 WparTotCout PIC 9(7)V99.
          77 WparIdRest PIC 9(4).
          77 WparFinRest PIC 9.
          77 WparPerLu PIC 9(6).
          77 fta_stat PIC 99.
          77 fcv_stat PIC 99.
          01 WacdTab.
            02 WacdLigne OCCURS 10 TIMES.
              03 WacdNum PIC 9(3).
              03 WacdRef PIC X(20).
              03 WacdType PIC 9.
              03 WacdCible PIC A(50).
              03 WacdPrix PIC 999V99.
              03 WacdPct PIC 99V99.
              03 WacdCumul PIC 9.
              03 WacdBrut PIC 9(6)V99.
              03 WacdRemise PIC 9(6)V99.
              03 WacdNbLignes PIC 9(4).
          77 WacdNb PIC 99.
          77 WacdIdx PIC 99.
          77 WacdMeilleur PIC 99.
          77 WacdRemiseLigne PIC 9(5)V99.
          77 WacdRemiseMax PIC 9(5)V99.
          77 WremiseAccordCommande PIC 9(5)V99.
          77 WacdCumulPromo PIC 9.
          77 WacdLigneType PIC X.
          77 WacdLigneNom PIC A(50).
          77 WacdLigneCat PIC A(7).
          77 WacdLignePrix PIC 9(5)V99.
          77 WacdDateResa PIC 9(8).
          77 WacdFin PIC 9.
          77 WacdAction PIC 9.
          77 WacdIdCli PIC 9(4).
          77 WacdTrimestre PIC 9.
          77 WacdAnnee PIC 9(4).
          77 WacdDateDeb PIC 9(8).
          77 WacdDateFin PIC 9(8).
          77 WacdRefCour PIC X(20).
          77 WacdCliCour PIC 9(4).
          77 WacdNbCmd PIC 9(5).
          77 WacdTotBrut PIC 9(8)V99.
          77 WacdTotRemise PIC 9(8)V99.
          77 WacdTotLignes PIC 9(6).
          77 WacdNbCli PIC 9(5).
          77 WacdNumSuiv PIC 9(3).
          77 WacdFinConso PIC 9.
          77 WacdBrutAcc PIC 9(8)V99.
          77 WacdRemiseAcc PIC 9(8)V99.
          77 WacdNet PIC 9(8)V99.
          77 fcg_stat PIC 99.
          77 fcu_stat PIC 99.
          77 WcgAction PIC 9.
          77 WcgNum PIC 9(4).
          77 WcgFin PIC 9.
          77 WcgRetenu PIC 9.
          77 WcgNbCoupons PIC 9(5).
          77 WcgNotifNum PIC 9(10).
          01 WcgCode.
            02 WcgCodeLettre PIC X VALUE 'K'.
            02 WcgCodeCamp PIC 9(4).
            02 WcgCodeCli PIC 9(4).
            02 WcgCodeCle PIC 9.
          77 WcgCodeSaisi PIC X(10).
          77 WcgPromoCoupon PIC 9(4).
          77 WpromoIdRetenu PIC 9(4).
          77 WcgCouponRetenu PIC 9.
          77 WcgCodeExport PIC X(10).
          77 WcgNbEnvoyes PIC 9(5).
          77 WcgNbRemis PIC 9(5).
          77 WcgNbEchecs PIC 9(5).
          77 WcgNbUtilises PIC 9(5).
          77 WcgCA PIC 9(8)V99.
          77 WcgCout PIC 9(8)V99.
          77 WcgTaux PIC 999V9.
          77 WpromoCoupon PIC 9.
          77 frcl_stat PIC 99.
          77 WrclAction PIC 9.
          77 WrclFin PIC 9.
          77 WrclNb PIC 9(5).
          77 WrclSource PIC 9.
          77 WrclOK PIC 9.
          77 WrclId PIC 9(8).
          77 WrclDelai PIC 9(3).
          77 WrclJour PIC 9(8).
          77 WrclIdRestFiltre PIC 9(4).
          77 WrclLibStatut PIC X(17).
          77 WrclLibCategorie PIC X(12).
          77 WrclMontant PIC 9(5)V99.
          77 WrclMois PIC 99.
          77 WrclAnnee PIC 9(4).
          77 WrclPeriode PIC 9(6).
          77 WrclPerLu PIC 9(6).
          77 WrclIdRest PIC 9(4).
          77 WrclFinRest PIC 9.
          77 WrclIdx PIC 9.
          01 WrclTabCat.
            02 WrclCat OCCURS 5 TIMES.
              03 WrclCatNb PIC 9(5).
              03 WrclCatResolus PIC 9(5).
              03 WrclCatJours PIC 9(7).
          77 WrclTotNb PIC 9(5).
          77 WrclTotResolus PIC 9(5).
          77 WrclTotJours PIC 9(7).
          77 WrclMoyenne PIC 9(4)V9.
          77 WrclNbEscalades PIC 9(5).
          77 WrclResponsable PIC A(30).
          77 WrclFiltreEscalade PIC 9.
          77 fob_stat PIC 99.
          77 WobAction PIC 9.
          77 WobIdRest PIC 9(4).
          77 WobId PIC 9(8).
          77 WobFin PIC 9.
          77 WobNb PIC 9(5).
          77 WobOK PIC 9.
          77 WobIdResa PIC 9(10).
          77 WobLibStatut PIC X(16).
          77 WobLibService PIC X(4).
          77 WobDateDeb PIC 9(8).
          77 WobDateFin PIC 9(8).
          77 WobJourLimite PIC 9(8).
          77 WobAge PIC 9(5).
          77 WobSortie PIC 9.
          77 WobTotal PIC 9(7)V99.
          77 WobNbTables PIC 9(4).
          77 feq_stat PIC 99.
          77 fpan_stat PIC 99.
          77 WeqAction PIC 9.
          77 WeqIdRest PIC 9(4).
          77 WeqId PIC 9(6).
          77 WeqFin PIC 9.
          77 WeqOK PIC 9.
          77 WeqNb PIC 9(5).
          77 WeqLibType PIC X(12).
          77 WeqJourLimite PIC 9(8).
          77 WeqHorizon PIC 9(3).
          77 WeqAnnee PIC 9(4).
          77 WeqAge PIC 9(3).
          77 WeqNbPannes PIC 9(4).
          77 WeqHeuresArret PIC 9(6).
          77 WeqCoutPannes PIC 9(7)V99.
          77 WeqCoutMaint PIC 9(7)V99.
          77 WeqCoutAnnee PIC 9(7)V99.
          77 WeqCoutVie PIC 9(8)V99.
          77 WeqAvis PIC X(20).
          77 WeqTotal PIC 9(8)V99.
          77 WpanAction PIC 9.
          77 WpanId PIC 9(8).
          77 WpanFin PIC 9.
          77 WpanNb PIC 9(5).
          77 WpanLibStatut PIC X(18).
          77 WpanTrouve PIC 9.
          77 WpanDuree PIC S9(7).
          01 WpanHeure.
            02 WpanHH PIC 99.
            02 WpanMM PIC 99.
          01 WpanHeureFin.
            02 WpanHHFin PIC 99.
            02 WpanMMFin PIC 99.
          77 WeqPrestataire PIC X(30).
          77 WeqDate PIC 9(8).
          77 fim_stat PIC 99.
          77 fdo_stat PIC 99.
          77 WimAction PIC 9.
          77 WimId PIC 9(6).
          77 WimIdRest PIC 9(4).
          77 WimFin PIC 9.
          77 WimFinDot PIC 9.
          77 WimOK PIC 9.
          77 WimNb PIC 9(5).
          77 WimMois PIC 99.
          77 WimAnnee PIC 9(4).
          77 WimPeriode PIC 9(6).
          77 WimPerCible PIC 9(6).
          77 WimPerCalc PIC 9(6).
          77 WimAnneeCalc PIC 9(4).
          77 WimMoisCalc PIC 99.
          77 WimTaux PIC 9V9999.
          77 WimCoef PIC 9V99.
          77 WimAnsRestants PIC S99.
          77 WimVnc PIC 9(7)V99.
          77 WimAnnuite PIC 9(7)V99.
          77 WimAnnuiteLin PIC 9(7)V99.
          77 WimMontant PIC 9(7)V99.
          77 WimReport PIC 9(7)V99.
          77 WimTotal PIC 9(9)V99.
          77 WimCompte PIC X(5).
          77 WimCompteAmort PIC X(6).
          77 WimLibCategorie PIC X(20).
          77 WimLibMethode PIC X(9).
          77 WimIdEntite PIC 9(2).
          77 WimBrutDebut PIC 9(9)V99.
          77 WimAcquis PIC 9(9)V99.
          77 WimSorties PIC 9(9)V99.
          77 WimBrutFin PIC 9(9)V99.
          77 WimAmortDebut PIC 9(9)V99.
          77 WimDotAnnee PIC 9(9)V99.
          77 WimReprises PIC 9(9)V99.
          77 WimAmortFin PIC 9(9)V99.
          77 WimVncFin PIC 9(9)V99.
          77 WimResultat PIC S9(9)V99.
          01 WimLigneImmo.
            02 WimLBrutDebut PIC 9(7)V99.
            02 WimLAcquis PIC 9(7)V99.
            02 WimLSorties PIC 9(7)V99.
            02 WimLBrutFin PIC 9(7)V99.
            02 WimLAmortDebut PIC 9(7)V99.
            02 WimLDotAnnee PIC 9(7)V99.
            02 WimLReprises PIC 9(7)V99.
            02 WimLAmortFin PIC 9(7)V99.
            02 WimLVncFin PIC 9(7)V99.
          77 WimAnneeAcq PIC 9(4).
          77 WimAnneeSortie PIC 9(4).
          77 WimDotImmo PIC 9(7)V99.
          77 WimDate PIC 9(8).
          77 WimFinEnt PIC 9.
          77 WfecIdEntite PIC 9(2).
          77 WfecSiren PIC 9(9).
          77 WfecAnnee PIC 9(4).
          77 WfecDebut PIC 9(8).
          77 WfecFin PIC 9(8).
          77 WfecEntiteBons PIC 9(2).
          77 WfecOK PIC 9.
          77 WfecEof PIC 9.
          77 WfecNumEcr PIC 9(8).
          77 WfecPiecePrec PIC 9(8).
          77 WfecNbLignes PIC 9(7).
          77 WfecNbIgnorees PIC 9(5).
          77 WfecTotalDebit PIC 9(11)V99.
          77 WfecTotalCredit PIC 9(11)V99.
          77 WfecIdResa PIC 9(10).
          77 WfecEntResa PIC 9(2).
          77 WfecIdEntBon PIC 9(2).
          77 WfecIdRest PIC 9(4).
          77 WfecIdCli PIC 9(4).
          77 WfecDateResa PIC 9(8).
          77 WfecTaux PIC V999.
          77 WfecTTC PIC 9(7)V99.
          77 WfecHT PIC 9(7)V99.
          77 WfecTVA PIC 9(7)V99.
          77 WfecRetenu PIC 9(7)V99.
          77 WfecRendu PIC 9(7)V99.
          77 WfecMontant PIC 9(9)V99.
          77 WfecPerSuiv PIC 9(6).
          77 WfecJours PIC 9(8).
          77 WfecTab PIC X VALUE X'09'.
          77 WfecJournal PIC X(2).
          77 WfecJournalLib PIC X(30).
          77 WfecDate PIC 9(8).
          77 WfecCompte PIC X(6).
          77 WfecCompteLib PIC X(40).
          77 WfecAux PIC X(10).
          77 WfecAuxLib PIC X(40).
          77 WfecPiece PIC X(20).
          77 WfecPieceDate PIC 9(8).
          77 WfecLib PIC X(60).
          77 WfecDebit PIC 9(9)V99.
          77 WfecCredit PIC 9(9)V99.
          77 WfecMontantEd PIC Z(8)9.99.
          77 WfecDebitTxt PIC X(12).
          77 WfecCreditTxt PIC X(12).
          77 fcf_stat PIC 99.
          77 ftr_stat PIC 99.
          77 WfeType PIC 9.
          77 WfeNumOrigine PIC 9(8).
          77 WfeHT PIC 9(7)V99.
          77 WfeTVA PIC 9(7)V99.
          77 WfeTTC PIC 9(7)V99.
          77 WfeDateFacture PIC 9(8).
          77 WfeDateEcheance PIC 9(8).
          77 WfeJours PIC 9(8).
          77 WfeDateTxt PIC X(8).
          77 WfeDateXml PIC X(10).
          77 WfeEcheanceXml PIC X(10).
          77 WfeOK PIC 9.
          77 WfeSociete PIC 9.
          77 WfeCliOuvert PIC 9.
          77 WfeDeja PIC 9.
          77 WfeAction PIC 9.
          77 WfeEof PIC 9.
          77 WfeNbTaux PIC 9.
          77 WfeIdx PIC 9.
          77 WfeNbEmises PIC 9(4).
          77 WfeIdCli PIC 9(4).
          77 WfeFiltreCli PIC 9(4).
          77 WfeFiltreStatut PIC 9.
          77 WfeNbTransmises PIC 9(5).
          77 WfeNbAcceptees PIC 9(5).
          77 WfeNbRejetees PIC 9(5).
          77 WfeLibStatut PIC X(10).
          77 WfeMontant PIC 9(7)V99.
          77 WfeMontantEd PIC Z(6)9.99.
          77 WfeMontantTxt PIC X(10).
          77 WfeTauxPct PIC 99V9.
          77 WfeTauxEd PIC Z9.9.
          77 WfeTauxTxt PIC X(4).
          77 WfeBalise PIC X(10).
          77 WfeLigneBalise PIC X(14).
          77 WfeQteBalise PIC X(16).
          77 WfeNomVendeur PIC X(50).
          77 WfeRueVendeur PIC X(100).
          77 WfeVilleVendeur PIC X(40).
          77 WfeCPVendeur PIC 9(5).
          77 WfeSiretVendeur PIC 9(14).
          77 WfeSirenVendeur PIC 9(9).
          77 WfeNomAcheteur PIC X(50).
          77 WfeRueAcheteur PIC X(100).
          77 WfeVilleAcheteur PIC X(25).
          77 WfeCPAcheteur PIC 9(5).
          77 WfeSiretAcheteur PIC 9(14).
          77 WfeSirenAcheteur PIC 9(9).
          77 WfeTVAAcheteur PIC X(13).
          77 WfeCodeService PIC X(20).
          77 WfePlateforme PIC X(20).
          77 WfeDelai PIC 9(3).
          01 WfeTabTva.
            02 WfeLigneTva OCCURS 3 TIMES.
              03 WfeTvaHT PIC 9(7)V99.
              03 WfeTvaMontant PIC 9(6)V99.
              03 WfeTvaTaux PIC V999.
          77 WfeFinFact PIC 9.
          77 WfeAdrRue PIC X(100).
          77 WfeAdrVille PIC X(40).
          77 WfeAdrCP PIC 9(5).
          77 fpca_stat PIC 99.
          01 WtabProdAvance.
            02 WpcaEntry OCCURS 30 TIMES.
              03 WpcaRest PIC 9(4).
              03 WpcaEnt PIC 9(2).
              03 WpcaTaux PIC V999.
              03 WpcaImprime PIC 9.
              03 WpcaCat OCCURS 6 TIMES.
                04 WpcaOuv PIC 9(8)V99.
                04 WpcaOuvCalc PIC 9(8)V99.
                04 WpcaNouv PIC S9(8)V99.
                04 WpcaCons PIC 9(8)V99.
                04 WpcaPerdu PIC 9(8)V99.
                04 WpcaExp PIC 9(8)V99.
                04 WpcaClot PIC 9(8)V99.
          01 WpcaTotaux.
            02 WpcaTotCat OCCURS 6 TIMES.
              03 WpcaTotOuv PIC 9(9)V99.
              03 WpcaTotNouv PIC S9(9)V99.
              03 WpcaTotCons PIC 9(9)V99.
              03 WpcaTotPerdu PIC 9(9)V99.
              03 WpcaTotExp PIC 9(9)V99.
              03 WpcaTotClot PIC 9(9)V99.
          77 WpcaNb PIC 99.
          77 WpcaIdx PIC 99.
          77 WpcaIdx2 PIC 99.
          77 WpcaCatIdx PIC 9.
          77 WpcaIdRest PIC 9(4).
          77 WpcaOk PIC 9.
          77 WpcaTrouve PIC 9.
          77 WpcaSatureAvert PIC 9.
          77 WpcaEof PIC 9.
          77 WpcaEof2 PIC 9.
          77 WpcaMois PIC 99.
          77 WpcaAnnee PIC 9(4).
          77 WpcaPeriode PIC 9(6).
          77 WpcaPeriodePrec PIC 9(6).
          77 WpcaDebut PIC 9(8).
          77 WpcaFin PIC 9(8).
          77 WpcaFinPrec PIC 9(8).
          77 WpcaEntiteHorsSite PIC 9(2).
          77 WpcaEntCourante PIC 9(2).
          77 WpcaPrecExiste PIC 9.
          77 WpcaDateResa PIC 9(8).
          77 WpcaDateAnnul PIC 9(8).
          77 WpcaPaye PIC 9(8)V99.
          77 WpcaPayeAvant PIC 9(8)V99.
          77 WpcaRetenu PIC 9(8)V99.
          77 WpcaUtilise PIC 9.
          77 WpcaSolde PIC 9(8)V99.
          77 WpcaSoldePrec PIC 9(8)V99.
          77 WpcaSociete PIC 9.
          77 WpcaVariation PIC S9(9)V99.
          77 WpcaVarHT PIC 9(9)V99.
          77 WpcaLibCat PIC X(30).
          77 WpcaEdOuv PIC Z(8)9.99.
          77 WpcaEdNouv PIC -Z(8)9.99.
          77 WpcaEdCons PIC Z(8)9.99.
          77 WpcaEdPerdu PIC Z(8)9.99.
          77 WpcaEdExp PIC Z(8)9.99.
          77 WpcaEdClot PIC Z(8)9.99.
          01 WtabTresorerie.
            02 WtrSemaine OCCURS 8 TIMES.
              03 WtrDebSem PIC 9(8).
              03 WtrEncaisse PIC 9(8)V99.
              03 WtrArrhesRecues PIC 9(8)V99.
              03 WtrEncMode OCCURS 4 TIMES PIC 9(8)V99.
              03 WtrEncSoc PIC 9(8)V99.
              03 WtrDecFourn PIC 9(8)V99.
              03 WtrDecPaie PIC 9(8)V99.
              03 WtrDecRed PIC 9(8)V99.
              03 WtrNet PIC S9(9)V99.
              03 WtrSolde PIC S9(9)V99.
          01 WtabTresoRestos.
            02 WtrResto OCCURS 30 TIMES.
              03 WtrIdRest PIC 9(4).
              03 WtrCAHisto PIC 9(8)V99.
              03 WtrFranchise PIC 9.
              03 WtrTauxRed PIC 99V99.
              03 WtrMinRed PIC 9(5)V99.
              03 WtrTauxPub PIC 99V99.
          01 WtabTresoMix.
            02 WtrMix OCCURS 4 TIMES PIC 9(9)V99.
          77 WtrMixTotal PIC 9(9)V99.
          77 WtrNbRest PIC 99.
          77 WtrIdxR PIC 99.
          77 WtrSem PIC 99.
          77 WtrMode PIC 9.
          77 WtrIdEntite PIC 9(2).
          77 WtrOk PIC 9.
          77 WtrEof PIC 9.
          77 WtrEof2 PIC 9.
          77 WtrSatureAvert PIC 9.
          77 WtrPosition PIC S9(9)V99.
          77 WtrDebut PIC 9(8).
          77 WtrFin PIC 9(8).
          77 WtrHistoDebut PIC 9(8).
          77 WtrDebutInt PIC 9(8).
          77 WtrJourInt PIC 9(8).
          77 WtrJour PIC 9(8).
          77 WtrLendemain PIC 9(8).
          77 WtrEcart PIC S9(7).
          77 WtrIdxJour PIC 99.
          77 WtrPeriodeJour PIC 9(6).
          77 WtrJoursMois PIC 99.
          77 WtrPremierJour PIC 9(8).
          77 WtrBudgetJour PIC 9(7)V99.
          77 WtrMontant PIC 9(8)V99.
          77 WtrSoldeCli PIC 9(8)V99.
          77 WtrTotalImpute PIC 9(9)V99.
          77 WtrImpute90 PIC 9(9)V99.
          77 WtrCumul PIC 9(9)V99.
          77 WtrSeuil PIC 9(9)V99.
          77 WtrDelai PIC 9(4).
          77 WtrDateAttendue PIC 9(8).
          77 WtrAuDela PIC 9(9)V99.
          77 WtrEnRetard PIC 9(9)V99.
          77 WtrNbRetard PIC 9(4).
          77 WtrPeriodePaie PIC 9(6).
          77 WtrMassePaie PIC 9(8)V99.
          77 WtrCoefCharges PIC 9V99.
          77 WtrPaieTrouvee PIC 9.
          77 WtrChampId PIC X(10).
          77 WtrChampNom PIC X(50).
          77 WtrChampPrenom PIC X(50).
          77 WtrChampHeures PIC X(10).
          77 WtrHeures PIC 9(4)V99.
          77 WtrCARed PIC 9(8)V99.
          77 WtrNbNegatif PIC 9.
          77 WtrEdMontant1 PIC -Z(8)9.99.
          77 WtrEdMontant2 PIC -Z(8)9.99.
          77 WtrEdMontant3 PIC -Z(8)9.99.
          77 WtrEdMontant4 PIC -Z(8)9.99.
          77 flg_stat PIC 99.
          01 WtabLitiges.
            02 WltResto OCCURS 30 TIMES.
              03 WltRest PIC 9(4).
              03 WltNbCarte PIC 9(6).
              03 WltMtCarte PIC 9(8)V99.
              03 WltNbLitiges PIC 9(4).
              03 WltMtLitiges PIC 9(7)V99.
              03 WltNbPerdus PIC 9(4).
              03 WltMtPerdus PIC 9(7)V99.
          77 WltAction PIC 9.
          77 WltOK PIC 9.
          77 WltEof PIC 9.
          77 WltTrouve PIC 9.
          77 WltIdLitige PIC 9(6).
          77 WltMontant PIC 9(6)V99.
          77 WltPerdu PIC 9(6)V99.
          77 WltRetenu PIC 9(6)V99.
          77 WltIssue PIC 9.
          77 WltDelai PIC 9(3).
          77 WltDateSaisie PIC 9(8).
          77 WltJoursRestants PIC S9(5).
          77 WltLibMotif PIC X(30).
          77 WltLibStatut PIC X(20).
          77 WltPayIdresa PIC 9(10).
          77 WltPayMode PIC 9.
          77 WltPayIdcli PIC 9(4).
          77 WltPayRapproche PIC 9.
          77 WltAnnee PIC 9(4).
          77 WltTrimestre PIC 9.
          77 WltDebut PIC 9(8).
          77 WltFin PIC 9(8).
          77 WltNbRest PIC 99.
          77 WltIdx PIC 99.
          77 WltSatureAvert PIC 9.
          77 WltTotNbCarte PIC 9(7).
          77 WltTotMtCarte PIC 9(9)V99.
          77 WltTotNbLitiges PIC 9(5).
          77 WltTotMtLitiges PIC 9(8)V99.
          77 WltTotNbPerdus PIC 9(5).
          77 WltTotMtPerdus PIC 9(8)V99.
          77 WltTaux PIC 999V99.
          77 WltTauxMt PIC 999V99.
          77 WltEdTaux PIC ZZ9.99.
          77 WltEdTauxMt PIC ZZ9.99.
          77 WltEdMontant1 PIC Z(7)9.99.
          77 WltEdMontant2 PIC Z(7)9.99.
          77 WltEdMontant3 PIC Z(7)9.99.
          77 WltEntite PIC 9(2).
          77 WltRef PIC X(20).
          77 WltMotif PIC 9(2).
          77 WltReception PIC 9(8).
          77 WltLimite PIC 9(8).
          77 WltIdRest PIC 9(4).
          77 WltNumFacture PIC 9(8).
          77 WltNotes PIC X(100).
          77 WltIdPayReprise PIC 9(10).
          77 WltLigNbCarte PIC 9(7).
          77 WltLigMtCarte PIC 9(9)V99.
          77 WltLigNbLitiges PIC 9(5).
          77 WltLigMtLitiges PIC 9(8)V99.
          77 WltLigNbPerdus PIC 9(5).
          77 WltLigMtPerdus PIC 9(8)V99.
          77 fpco_stat PIC 99.
          77 WperDate PIC 9(8).
          77 WperIdRest PIC 9(4).
          77 WperIdEntite PIC 9(2).
          77 WperPeriode PIC 9(6).
          77 WperOK PIC 9.
          77 WperBatch PIC 9 VALUE 0.
          77 WperAction PIC 9.
          77 WperStatut PIC 9.
          77 WperAncStatut PIC 9.
          77 WperMotif PIC X(60).
          77 WperEof PIC 9.
          77 WperAnnee PIC 9(4).
          77 WperMois PIC 99.
          77 WperLibStatut PIC X(15).
          77 WfmMois PIC 99.
          77 WfmAnnee PIC 9(4).
          77 WfmPeriode PIC 9(6).
          77 WfmLendemain PIC 9(8).
          77 WfmDateFin PIC 9(8).
          77 WfmFin PIC 9.
          77 WfmNbEtapes PIC 99.
          77 WfmNbTerminees PIC 99.
          77 WfmLibStatut PIC X(12).
          77 WfmEdDelta PIC -(9)9.99.
          77 WfmMailDirecteur PIC X(100).
          77 fat_stat PIC 99.
          77 WfaIdFile PIC 9(8) VALUE 0.
          77 WfaNbPers PIC 99.
          77 WfaService PIC 9.
          77 WfaAction PIC 9.
          77 WfaEof PIC 9.
          77 WfaOK PIC 9.
          77 WfaDate PIC 9(8).
          77 WfaIdRest PIC 9(4).
          77 WfaNom PIC X(30).
          77 WfaTel PIC 9(10).
          77 WfaHeure PIC 9(4).
          77 WfaMinutes PIC 9(4).
          77 WfaDevant PIC 9(4).
          77 WfaRangMax PIC 9(4).
          77 WfaTour PIC 9(4).
          77 WfaAttente PIC 9(4).
          77 WfaCapacite PIC 9(3).
          77 WfaNumTable PIC 9(4).
          77 WfaLibres PIC 9(4).
          77 WfaBientot PIC 9(4).
          77 WfaMiTour PIC 9(4).
          77 WfaDebut PIC 9(4).
          77 WfaDelaiPresentation PIC 99 VALUE 10.
          77 WfaLibService PIC X(4).
          77 WfaNbInscrits PIC 9(4).
          77 WfaNbInstalles PIC 9(4).
          77 WfaNbPartis PIC 9(4).
          77 WfaCumReel PIC 9(7).
          77 WfaCumAnnonce PIC 9(7).
          77 WfaMoyReel PIC 9(4).
          77 WfaMoyAnnonce PIC 9(4).
          77 WfaEdEcart PIC -(4)9.
          77 WfaCycles PIC 9(4).
          77 WfaPosition PIC 9(4).
          77 WfaRangVu PIC 9(4).
          77 WfaRangSuiv PIC 9(4).
          77 WfaIdSuiv PIC 9(8).
          77 WfaMinNow PIC 9(4).
          77 WfaMinRef PIC 9(4).
          77 WfaEcoule PIC S9(4).
          77 WcdMidiResto PIC 9(3).
          77 WcdSoirResto PIC 9(3).
          77 WabsPolitiqueResto PIC 9.
          77 WcdIdRest PIC 9(4).
          77 WcdDate PIC 9(8).
          77 WcdNbPers PIC 9(3).
          77 WcdIdExclu PIC 9(10).
          01 WcdHeure.
            02 WcdHH PIC 99.
            02 WcdMM PIC 99.
          01 WcdHeureInt REDEFINES WcdHeure PIC 9(4).
          01 WcdTabQuarts.
            02 WcdCouvQuart PIC 9(4) OCCURS 96 TIMES.
          77 WcdQuart PIC 9(3).
          77 WcdQ PIC 9(3).
          77 WcdK PIC 9(3).
          77 WcdLimMidi PIC 9(3).
          77 WcdLimSoir PIC 9(3).
          77 WcdLimJour PIC 9(3).
          77 WcdLimite PIC 9(3).
          77 WcdHOuv PIC 99.
          77 WcdHFerm PIC 99.
          77 WcdMarge PIC S9(4).
          77 WcdOK PIC 9.
          77 WcdFin PIC 9.
          77 WcdAvant PIC 9(3).
          77 WcdApres PIC 9(3).
          77 WcdPropose PIC X(20).
          01 WcdResaSauv PIC X(700).
          77 WcdConforme PIC 9.
          77 WcdHQ PIC 99.
          77 WcdMQ PIC 99.
          77 WcdEdQuart PIC X(5).
          77 fdr_stat PIC 99.
          77 WmodeSilencieux PIC 9 VALUE 0.
          77 WalMotif PIC 9.
          77 WalReserve PIC 9.
          77 WalIssue PIC 9.
          77 WalIdDemande PIC 9(8) VALUE 0.
          77 WalIdRestDem PIC 9(4).
          01 WalDateDem.
            02 WalDateDem_jour PIC 99.
            02 WalDateDem_mois PIC 99.
            02 WalDateDem_annee PIC 9999.
          01 WalHeureDem.
            02 WalHeureDem_heure PIC 99.
            02 WalHeureDem_minute PIC 99.
          01 WalHeureDemInt REDEFINES WalHeureDem PIC 9(4).
          01 WalDateISO.
            02 WalDateISO_annee PIC 9999.
            02 WalDateISO_mois PIC 99.
            02 WalDateISO_jour PIC 99.
          01 WalDateISOInt REDEFINES WalDateISO PIC 9(8).
          77 WalDateDemISO PIC 9(8).
          77 WalDateEntier PIC 9(8).
          77 WalNbPers PIC 99.
          77 WalPlacesSauv PIC 9(3).
          77 WalLibreSauv PIC 9.
          77 WalFermeSauv PIC 9.
          77 WalCanal PIC 9(2).
          77 WalCanalConnu PIC 9 VALUE 0.
          01 WalResaSauv PIC X(700).
          77 WalNb PIC 9.
          77 WalIdx PIC 99.
          77 WalChoix PIC 9.
          77 WalTrouves PIC 9.
          77 WalOffset PIC 9(3).
          77 WalMinDem PIC 9(4).
          77 WalMinCand PIC S9(5).
          77 WalCandDate PIC 9(8).
          77 WalCandPlaces PIC 9(5).
          77 WalCandType PIC 9.
          77 WalVille PIC A(40).
          77 WalNbSites PIC 99.
          77 WalFin PIC 9.
          77 WalEdHeure PIC X(5).
          01 WalTabAlternatives.
            02 WalAlt OCCURS 9 TIMES.
              03 WalTRest PIC 9(4).
              03 WalTNom PIC X(30).
              03 WalTDate PIC 9(8).
              03 WalTHeure PIC 9(4).
              03 WalTPlaces PIC 9(5).
              03 WalTType PIC 9.
          01 WalTabSites.
            02 WalSite PIC 9(4) OCCURS 10 TIMES.
          77 WalLibType PIC X(14).
          77 WalPeriode PIC 9(6).
          77 WalDebut PIC 9(8).
          77 WalFinPeriode PIC 9(8).
          77 WalNbRest PIC 99.
          77 WalSature PIC 9.
          77 WalPct PIC 9(3)V9.
          77 WalEdPct PIC ZZ9.9.
          01 WalTabDemande.
            02 WalDem OCCURS 50 TIMES.
              03 WalDRest PIC 9(4).
              03 WalDCumuls.
                04 WalDRefus PIC 9(5).
                04 WalDCouverts PIC 9(6).
                04 WalDConverties PIC 9(5).
                04 WalDAttente PIC 9(5).
                04 WalDEssais PIC 9(5).
                04 WalDPerdues PIC 9(5).
                04 WalDCouvPerdus PIC 9(6).
          01 WalLigDemande.
            02 WalLRefus PIC 9(5).
            02 WalLCouverts PIC 9(6).
            02 WalLConverties PIC 9(5).
            02 WalLAttente PIC 9(5).
            02 WalLEssais PIC 9(5).
            02 WalLPerdues PIC 9(5).
            02 WalLCouvPerdus PIC 9(6).
          01 WalTotDemande.
            02 WalTRefus PIC 9(5).
            02 WalTCouverts PIC 9(6).
            02 WalTConverties PIC 9(5).
            02 WalTAttente PIC 9(5).
            02 WalTEssais PIC 9(5).
            02 WalTPerdues PIC 9(5).
            02 WalTCouvPerdus PIC 9(6).
          01 WalTabMotifs.
            02 WalNbMotif PIC 9(5) OCCURS 4 TIMES.
          77 fpen_stat PIC 99.
          77 WalNbEnfants PIC 99.
          77 WalNbBebes PIC 99.
          77 WenfIdRest PIC 9(4).
          77 WenfDate PIC 9(8).
          77 WenfAge PIC 99.
          77 WenfMenu PIC A(50).
          77 WenfRemisePct PIC 99.
          77 WenfChaises PIC 99.
          77 WenfTrouve PIC 9.
          77 WenfBebes PIC 99.
          77 WenfIdExclu PIC 9(10).
          77 WenfChaisesOK PIC 9.
          77 WenfChaisesPrises PIC 9(3).
          77 WenfChaisesLibres PIC 99.
          77 WenfFin PIC 9.
          01 WenfResaSauv PIC X(700).
          77 WenfSaisieAdultes PIC 99.
          77 WenfSaisieEnfants PIC 99.
          77 WenfSaisieBebes PIC 99.
          77 WenfTotal PIC 9(3).
          77 WenfAdultes PIC 99.
          77 WenfNbCommandes PIC 99.
          77 WenfAvant PIC 9(6)V99.
          77 WenfPrixPers PIC 9(6)V99.
          77 WenfRemise PIC 9(5)V99.
          77 WenfRemisePers PIC 9(5)V99.
          77 WenfMenuPris PIC 9.
          77 WenfCouvAdultes PIC 9(4).
          77 WenfCouvEnfants PIC 9(4).
          77 WenfCouvBebes PIC 9(4).
          77 WenfMenusPrevus PIC 9(4).
          77 WenfMenuOK PIC 9.
          77 WenfCompoOK PIC 9.
          77 WabsNbAssis PIC 99.
          77 WabsReserves PIC 99.
          77 WabsAssis PIC 99.
          77 WabsManquants PIC 99.
          77 WabsPeriode PIC 9(6).
          77 WabsDebut PIC 9(8).
          77 WabsDebutCli PIC 9(8).
          77 WabsFinPeriode PIC 9(8).
          77 WabsFin PIC 9.
          77 WabsNbLig PIC 9(3).
          77 WabsNbCli PIC 9(3).
          77 WabsIdx PIC 9(3).
          77 WabsIdx2 PIC 9(3).
          77 WabsTrouve PIC 9.
          77 WabsSature PIC 9.
          77 WabsSatCli PIC 9.
          77 WabsNbRecidive PIC 9(3).
          77 WabsPct PIC 9(3)V9.
          77 WabsEdPct PIC ZZ9.9.
          77 WabsEcart PIC S9(6).
          77 WabsEdEcart PIC -(6)9.
          77 WabsNomCanal PIC X(30).
          77 WabsAnnee PIC 9(4).
          77 WabsMois PIC 99.
          77 WabsMoisAbs PIC 9(6).
          77 WabsRestPrec PIC 9(4).
          01 WabsTabCouverts.
            02 WabsLig OCCURS 100 TIMES.
              03 WabsLRest PIC 9(4).
              03 WabsLCanal PIC 9(2).
              03 WabsLCumuls.
                04 WabsLResas PIC 9(5).
                04 WabsLReserves PIC 9(6).
                04 WabsLAssis PIC 9(6).
                04 WabsLCourtes PIC 9(5).
                04 WabsLManquants PIC 9(6).
          01 WabsSwap PIC X(34).
          01 WabsTotCouverts.
            02 WabsTResas PIC 9(5).
            02 WabsTReserves PIC 9(6).
            02 WabsTAssis PIC 9(6).
            02 WabsTCourtes PIC 9(5).
            02 WabsTManquants PIC 9(6).
          01 WabsLigCouverts.
            02 WabsCResas PIC 9(5).
            02 WabsCReserves PIC 9(6).
            02 WabsCAssis PIC 9(6).
            02 WabsCCourtes PIC 9(5).
            02 WabsCManquants PIC 9(6).
          01 WabsTabClients.
            02 WabsCli OCCURS 200 TIMES.
              03 WabsKIdCli PIC 9(4).
              03 WabsKCourtes PIC 9(3).
              03 WabsKManquants PIC 9(5).
          77 WrvIdRest PIC 9(4).
          77 WrvPlaces PIC 9(8).
          77 WrvPlacesJour PIC 9(8).
          77 WrvDuree PIC 9(4).
          77 WrvDebut PIC 9(8).
          77 WrvFin PIC 9(8).
          77 WrvDebutPrec PIC 9(8).
          77 WrvFinPrec PIC 9(8).
          77 WrvJDeb PIC 9(8).
          77 WrvJFin PIC 9(8).
          77 WrvJDebPrec PIC 9(8).
          77 WrvJour PIC 9(8).
          77 WrvNbJours PIC 9(4).
          77 WrvDateOK PIC 9.
          77 WrvEof PIC 9.
          77 WrvP PIC 9.
          77 WrvD PIC 9.
          77 WrvH PIC 99.
          77 WrvHOuv PIC 99.
          77 WrvHFerm PIC 99.
          77 WrvSilence PIC 9.
          77 WrvMinDeb PIC 9(4).
          77 WrvMinFin PIC 9(4).
          77 WrvMinDuree PIC 9(4).
          77 WrvMinRecouv PIC 9(4).
          77 WrvBorneDeb PIC 9(4).
          77 WrvBorneFin PIC 9(4).
          77 WrvMontant PIC 9(7)V99.
          77 WrvPct PIC 9(3)V9.
          77 WrvEdPct PIC ZZ9.9.
          77 WrvTicket PIC 9(6)V99.
          77 WrvEdTicket PIC Z(5)9.99.
          77 WrvRevpash PIC 9(6)V99.
          77 WrvEdRevpash PIC Z(5)9.99.
          77 WrvRevpashPrec PIC 9(6)V99.
          77 WrvEdRevpashPrec PIC Z(5)9.99.
          77 WrvEcart PIC S9(6)V99.
          77 WrvEdEcart PIC -(6)9.99.
          77 WrvEdHeures PIC Z(7)9.
          77 WrvEdCA PIC Z(8)9.99.
          77 WrvEdCAPrec PIC Z(8)9.99.
          77 WrvEdHeuresPrec PIC Z(7)9.
          77 WrvHeureAff PIC 99.
          77 WrvLibelle PIC X(16).
          77 WrvRestImage PIC X(900).
          01 WrvDateISO PIC 9(8).
          01 WrvDateISOR REDEFINES WrvDateISO.
            02 WrvDateISO_annee PIC 9(4).
            02 WrvDateISO_mois PIC 99.
            02 WrvDateISO_jour PIC 99.
          01 WrvNomsJours VALUE
     -       'lundi   mardi   mercredijeudi   vendredisamedi  dimanche'.
            02 WrvNomJour OCCURS 7 TIMES PIC X(8).
          01 WrvTabPeriodes.
            02 WrvPeriode OCCURS 2 TIMES.
              03 WrvJourSem OCCURS 7 TIMES.
                04 WrvCellule OCCURS 24 TIMES.
                  05 WrvDispo PIC 9(7)V99.
                  05 WrvOccup PIC 9(7)V99.
                  05 WrvCA PIC 9(8)V99.
                  05 WrvCouv PIC 9(6).
                  05 WrvCACouv PIC 9(8)V99.
          01 WrvCumul.
            02 WrvCDispo PIC 9(8)V99.
            02 WrvCOccup PIC 9(8)V99.
            02 WrvCCA PIC 9(9)V99.
            02 WrvCCouv PIC 9(7).
            02 WrvCCACouv PIC 9(9)V99.
          01 WrvCumulPrec.
            02 WrvKDispo PIC 9(8)V99.
            02 WrvKOccup PIC 9(8)V99.
            02 WrvKCA PIC 9(9)V99.
            02 WrvKCouv PIC 9(7).
            02 WrvKCACouv PIC 9(9)V99.
          77 WcmpDebut PIC 9(8).
          77 WcmpFin PIC 9(8).
          77 WcmpDebutPrec PIC 9(8).
          77 WcmpFinPrec PIC 9(8).
          77 WcmpJDeb PIC 9(8).
          77 WcmpJFin PIC 9(8).
          77 WcmpDateOK PIC 9.
          77 WcmpDateResa PIC 9(8).
          77 WcmpP PIC 9.
          77 WcmpFin2 PIC 9.
          77 WcmpAnnee PIC 9(4).
          77 WcmpAnneeFin PIC 9(4).
          77 WcmpNbRest PIC 9(3).
          77 WcmpIdx PIC 9(3).
          77 WcmpTrouve PIC 9.
          77 WcmpSature PIC 9.
          77 WcmpNbHors PIC 9(3).
          77 WcmpMotif PIC X(40).
          77 WcmpLibelle PIC X(24).
          77 WcmpValeur PIC 9(9)V99.
          77 WcmpValeurPrec PIC 9(9)V99.
          77 WcmpTaux PIC 9.
          77 WcmpEcart PIC S9(9)V99.
          77 WcmpPct PIC S9(5)V9.
          77 WcmpEdValeur PIC Z(8)9.99.
          77 WcmpEdValeurPrec PIC Z(8)9.99.
          77 WcmpEdEcart PIC -(9)9.99.
          77 WcmpEdPct PIC -(5)9.9.
          01 WcmpDateDecoupe PIC 9(8).
          01 WcmpDateDecoupeR REDEFINES WcmpDateDecoupe.
            02 WcmpDD_annee PIC 9(4).
            02 WcmpDD_mois PIC 99.
            02 WcmpDD_jour PIC 99.
          01 WcmpTabRest.
            02 WcmpRest OCCURS 50 TIMES.
              03 WcmpIdRest PIC 9(4).
              03 WcmpPremier PIC 9(8).
              03 WcmpNom PIC X(30).
              03 WcmpHorsMotif PIC X(40).
              03 WcmpPer OCCURS 2 TIMES.
                04 WcmpCumuls.
                  05 WcmpResas PIC 9(6).
                  05 WcmpCouverts PIC 9(7).
                  05 WcmpCA PIC 9(9)V99.
                  05 WcmpCATable PIC 9(9)V99.
                  05 WcmpCouvFact PIC 9(7).
                  05 WcmpHonorees PIC 9(6).
                  05 WcmpAbsences PIC 9(6).
                  05 WcmpAnnulees PIC 9(6).
          01 WcmpTotaux.
            02 WcmpTot OCCURS 2 TIMES.
              03 WcmpTResas PIC 9(6).
              03 WcmpTCouverts PIC 9(7).
              03 WcmpTCA PIC 9(9)V99.
              03 WcmpTCATable PIC 9(9)V99.
              03 WcmpTCouvFact PIC 9(7).
              03 WcmpTHonorees PIC 9(6).
              03 WcmpTAbsences PIC 9(6).
              03 WcmpTAnnulees PIC 9(6).
          01 WcmpLigne.
            02 WcmpLig OCCURS 2 TIMES.
              03 WcmpLResas PIC 9(6).
              03 WcmpLCouverts PIC 9(7).
              03 WcmpLCA PIC 9(9)V99.
              03 WcmpLCATable PIC 9(9)V99.
              03 WcmpLCouvFact PIC 9(7).
              03 WcmpLHonorees PIC 9(6).
              03 WcmpLAbsences PIC 9(6).
              03 WcmpLAnnulees PIC 9(6).
          77 WpkNomRest PIC X(50).
          77 WpkAujourdhui PIC 9(8).
          77 WpkJAujourdhui PIC 9(8).
          77 WpkCoupure PIC 9(8).
          77 WpkJCoupure PIC 9(8).
          77 WpkDebutScan PIC 9(8).
          77 WpkFinPrec PIC 9(8).
          77 WpkDebutDelais PIC 9(8).
          77 WpkDateResa PIC 9(8).
          77 WpkJResa PIC 9(8).
          77 WpkJCreation PIC 9(8).
          77 WpkDateAnnul PIC 9(8).
          77 WpkAnnee PIC 9(4).
          77 WpkAnneeFin PIC 9(4).
          77 WpkFin PIC 9.
          77 WpkK PIC 99.
          77 WpkT PIC 9.
          77 WpkC PIC 999.
          77 WpkJ PIC 9.
          77 WpkDelai PIC 9(5).
          77 WpkEcart PIC S9(5).
          77 WpkPct PIC S9(6)V9.
          77 WpkBase PIC 9(6).
          77 WpkDateDelais PIC 9(8).
          77 WpkInconnues PIC 9(5).
          77 WpkTotCanal PIC 9(6).
          77 WpkEdCouv PIC Z(4)9.
          77 WpkEdCouvPrec PIC Z(4)9.
          77 WpkEdEcart PIC -(5)9.
          77 WpkEdPct PIC -(6)9.9.
          77 WpkEdNb PIC Z(5)9.
          77 WpkNomCanal PIC X(30).
          77 WpkPtr PIC 999.
          01 WpkTabJours.
            02 WpkJourLig OCCURS 30 TIMES.
              03 WpkDateJour PIC 9(8).
              03 WpkDatePrec PIC 9(8).
              03 WpkCouv PIC 9(5).
              03 WpkCouvPrec PIC 9(5).
          01 WpkTotJours.
            02 WpkTCouv PIC 9(6).
            02 WpkTCouvPrec PIC 9(6).
          01 WpkTabDelais.
            02 WpkCanalLig OCCURS 100 TIMES.
              03 WpkTranche OCCURS 5 TIMES PIC 9(5).
          01 WpkTotDelais.
            02 WpkTotTranche OCCURS 5 TIMES PIC 9(6).
          01 WpkLibTranches VALUE
     -       '0 jour    1-3 jours 4-7 jours 8-30 jours> 30 jours'.
            02 WpkLibTranche OCCURS 5 TIMES PIC X(10).
          77 WrdcJour PIC 9(8).
          77 WrdcJFin PIC 9(8).
          77 WrdcDate PIC 9(8).
          77 WrdcDateAudit PIC 9(8).
          77 WrdcFin PIC 9.
          77 WrdcNbLignes PIC 9(7).
          77 WrdcNbMaj PIC 9(6).
          77 fmq_stat PIC 99.
          77 frg_stat PIC 99.
          77 WmqAction PIC 9.
          77 WmqFin PIC 9.
          77 WmqOK PIC 9.
          77 WmqSaisie PIC 99.
          77 WmqCode PIC 99.
          77 WmqNomAff PIC X(30).
          77 WrgSaisie PIC 99.
          77 WrgCode PIC 99.
          77 WrgNomAff PIC X(30).
          77 WrgResponsable PIC 9(4).
          77 WrupMarque PIC 99.
          77 WrupRegion PIC 99.
          77 WrupNiveau PIC 9.
          77 WrupNb PIC 9(3).
          77 WrupIdx PIC 9(3).
          77 WrupIdxLib PIC 9(3).
          77 WrupPos PIC 9(3).
          77 WrupPlace PIC 9.
          77 WrupFin PIC 9.
          77 WrupSature PIC 9.
          77 WrupCleLue PIC 9(4).
          77 WrupTxtMq PIC X(6).
          77 WrupTxtRg PIC X(6).
          77 WrupLibelle PIC X(80).
          77 WrupFiltre PIC X(80).
          01 WrupTabSites.
            02 WrupSite OCCURS 200 TIMES.
              03 WrupCle PIC 9(4).
              03 WrupId PIC 9(4).
              03 WrupMq PIC 99.
              03 WrupRg PIC 99.
          77 WtbResaSous PIC 9(6).
          77 WtbCASous PIC 9(9)V99.
          77 WtbCouvSous PIC 9(8).
          77 WclotCASous PIC 9(9)V99.
          77 WclotNbResaSous PIC 9(6).
          77 WclotNbAnnulSous PIC 9(6).
          77 WclotNbAttenteSous PIC 9(6).
          77 WclotNbAbsSous PIC 9(6).
          01 WbuCumulsSous.
            02 WbuSCAMois PIC 9(9)V99.
            02 WbuSCibleMois PIC 9(9)V99.
            02 WbuSCACumul PIC 9(9)V99.
            02 WbuSCibleCumul PIC 9(9)V99.
          01 WbuCumulsTot.
            02 WbuTCAMois PIC 9(9)V99.
            02 WbuTCibleMois PIC 9(9)V99.
            02 WbuTCACumul PIC 9(9)V99.
            02 WbuTCibleCumul PIC 9(9)V99.
          01 WbuCumulsAff.
            02 WbuACAMois PIC 9(9)V99.
            02 WbuACibleMois PIC 9(9)V99.
            02 WbuACACumul PIC 9(9)V99.
            02 WbuACibleCumul PIC 9(9)V99.
          77 WbuPctGroupe PIC 9(5)V9.
          77 WsatOK PIC 9.
          01 WsatCumulsSous.
            02 WsatSNb PIC 9(6).
            02 WsatSSomG PIC 9(7).
            02 WsatSSomC PIC 9(7).
            02 WsatSSomS PIC 9(7).
            02 WsatSNbPrec PIC 9(6).
            02 WsatSSomPrec PIC 9(7).
          01 WsatCumulsTot.
            02 WsatTNb PIC 9(6).
            02 WsatTSomG PIC 9(7).
            02 WsatTSomC PIC 9(7).
            02 WsatTSomS PIC 9(7).
            02 WsatTNbPrec PIC 9(6).
            02 WsatTSomPrec PIC 9(7).
          77 fpj_stat PIC 99.
          77 fcj_stat PIC 99.
          77 fmj_stat PIC 99.
          77 fvc_stat PIC 99.
          77 WcprAction PIC 99.
          77 WcprIdRest PIC 9(4).
          77 WcprFin PIC 9.
          77 WcprFinPc PIC 9.
          77 WcprOK PIC 9.
          77 WcprConfirme PIC 9.
          77 WcprTrouve PIC 9.
          77 WcprNb PIC 9(4).
          77 WcprNbSortants PIC 9(4).
          77 WcprDateVersion PIC 9(8).
          77 WcprHeureVersion PIC 9(6).
          77 WcprDateCible PIC 9(8).
          77 WcprHeureCible PIC 9(6).
          77 WcprLimite PIC 9(8).
          01 WcprDateEffet.
            02 WcprEffetAnnee PIC 9(4).
            02 WcprEffetMois PIC 99.
            02 WcprEffetJour PIC 99.
          01 WcprDateEffetInt REDEFINES WcprDateEffet PIC 9(8).
          77 WcprType PIC X(1).
          77 WcprNom PIC A(50).
          77 WcprPrix PIC 999V99.
          77 WcprPrixVente PIC 999V99.
          77 WcprCout PIC 9(4)V99.
          77 WcprMarge PIC S9(4)V99.
          77 WcprTaux PIC S9(5)V9.
          77 WcprTotVente PIC 9(7)V99.
          77 WcprTotMarge PIC S9(7)V99.
          77 WcprIdResa PIC 9(10).
          77 WdcApercu PIC 9.
          77 WNomFichierImport PIC X(40).
          77 WNomFichierRejets PIC X(40).
          77 WimpType PIC 9.
          77 WimpLibType PIC X(8).
          77 WimpSimulation PIC 9.
          77 WimpFin PIC 9.
          77 WimpNumLigne PIC 9(6).
          77 WimpNbLus PIC 9(6).
          77 WimpNbCrees PIC 9(6).
          77 WimpNbMaj PIC 9(6).
          77 WimpNbRejets PIC 9(6).
          77 WimpExiste PIC 9.
          77 WimpMotif PIC X(100).
          77 WimpCle PIC X(60).
          01 WimpChamps.
            02 WimpZone OCCURS 13 TIMES PIC X(250).
          77 WimpIdx PIC 99.
          77 WimpLibZone PIC X(30).
          77 WimpMax PIC 9(9)V99.
          77 WimpEntier PIC 9.
          77 WimpValeur PIC S9(9)V99.
          77 WimpValEntiere PIC S9(9).
          77 WimpDebut PIC 99.
          77 WimpCarte PIC 9(4)V99.
          77 WimpTag PIC X(100).
          77 WimpTagLong PIC 9(3).
          77 WimpPtr PIC 9(3).
          77 WimpLong PIC 9(3).
          77 WimpIdCli PIC 9(4).
          77 WimpTel PIC 9(10).
          77 WimpMail PIC X(100).
          77 WimpFinDbl PIC 9.
          77 WimpCliImage PIC X(692).
          77 WimpFinDispo PIC 99.
          77 WimpMaxLong PIC 9(3).
          77 WimpEdLong PIC ZZ9.
          77 WimpInvalide PIC 9.
          77 WimpTypeAttendu PIC X(7).
          77 WimpStat PIC 99.
          77 WimpAction PIC X(30).
          77 WimpDblId PIC 9(4).
          77 fcpo_stat PIC 99.
          77 WcpoCodeP PIC 9(5).
          77 WcpoVille PIC X(40).
          77 WcpoLong PIC 99.
          77 WcpoFacultatif PIC 9.
          77 WcpoFini PIC 9.
          77 WcpoChoix PIC 99.
          77 WcpoRefVide PIC 9.
          77 WcpoFin PIC 9.
          77 WcpoNb PIC 99.
          77 WcpoIdx PIC 99.
          01 WcpoTable.
            02 WcpoCommune OCCURS 20 TIMES PIC X(40).
          77 WcpoOK PIC 9.
          77 WcpoSuggestion PIC X(40).
          77 WcpoCPSuggere PIC 9(5).
          77 WcpoNbCPVille PIC 99.
          77 WcpoNorm PIC X(40).
          77 WcpoNormSortie PIC X(40).
          77 WcpoCar PIC X.
          77 WcpoPosCar PIC 99.
          77 WcpoPos PIC 99.
          01 WcpoChamps.
            02 WcpoInseeX PIC X(10).
            02 WcpoNomX PIC X(60).
            02 WcpoCodePX PIC X(10).
            02 WcpoAchemX PIC X(60).
          77 WcpoNbLues PIC 9(6).
          77 WcpoNbEcrites PIC 9(6).
          77 WcpoNbDoublons PIC 9(6).
          77 WcpoNbIgnorees PIC 9(6).
          77 WcpoAction PIC 9.
          77 WcpoMode PIC 9.
          77 WcpoNbControles PIC 9(6).
          77 WcpoNbEcarts PIC 9(6).
          77 WcpoNbCorriges PIC 9(6).
          77 WcpoAccepte PIC 9.
          77 WcpoVilleCli PIC X(25).
          77 WcpoVilleSauv PIC X(40).
          77 WphoSrc PIC X(40).
          77 WphoCle PIC X(20).
          77 WphoPos PIC 99.
          77 WphoIdx PIC 99.
          77 WphoPas PIC 9.
          77 WphoCar PIC X.
          77 WphoSuiv PIC X.
          77 WphoEmis PIC X.
          77 WphoNomSaisi PIC X(40).
          77 WphoPrenomSaisi PIC X(40).
          77 WphoCleNom PIC X(20).
          77 WphoClePrenom PIC X(20).
          77 WphoLongNom PIC 99.
          77 WphoLongPrenom PIC 99.
          77 WphoLongCleNom PIC 99.
          77 WphoLongClePrenom PIC 99.
          77 WphoNomCand PIC X(40).
          77 WphoCleCand PIC X(20).
          77 WphoScore PIC 9(3).
          77 WphoBonus PIC 9(3).
          77 WphoVisite PIC 9(8).
          77 WphoFin PIC 9.
          77 WphoFinResa PIC 9.
          77 WphoPlace PIC 9.
          77 WphoNbRes PIC 99.
          77 WphoI PIC 99.
          77 WphoChoix PIC 99.
          77 WphoNbProches PIC 99.
          01 WphoResultats.
            02 WphoRes OCCURS 30 TIMES.
              03 WphoResId PIC 9(4).
              03 WphoResScore PIC 9(3).
              03 WphoResVisite PIC 9(8).
          77 WphoTelMasque PIC X(14).
          77 WphoIdCli PIC 9(4).
          77 WphoCliImage PIC X(692).
          77 WchfActif PIC 9.
          77 WchfLecture PIC 9.
          77 WchfVersion PIC 9(3).
          77 WchfCle PIC X(64).
          77 WchfLongCle PIC 99.
          77 WchfVersionPrec PIC 9(3).
          77 WchfClePrec PIC X(64).
          77 WchfLongPrec PIC 99.
          77 WchfCleUtil PIC X(64).
          77 WchfLongUtil PIC 99.
          77 WchfVersionLue PIC X(5).
          77 WchfCleLue PIC X(80).
          77 WchfNumLigne PIC 9.
          77 WchfFin PIC 9.
          77 WchfSens PIC 9.
          77 WchfErreur PIC 9.
          77 WchfZone PIC X(100).
          77 WchfLong PIC 9(3).
          77 WchfNumerique PIC 9.
          77 WchfSel PIC 99.
          77 WchfPos PIC 9(3).
          77 WchfRang PIC 99.
          77 WchfDecal PIC 9(3).
          77 WchfVal PIC S9(4).
          77 WchfImage PIC X(692).
          77 WchfTelAff PIC X(10).
          77 WchfMailAff PIC X(100).
          77 WchfRueAff PIC X(100).
          77 WchfAllergAff PIC X(100).
          77 WchfChoix PIC 9.
          77 WchfAction PIC 9.
          77 WchfNouvelleCle PIC X(80).
          77 WchfConfirmCle PIC X(80).
          77 WchfNouvVersion PIC 9(3).
          77 WchfNbClair PIC 9(6).
          77 WchfNbCourant PIC 9(6).
          77 WchfNbAncien PIC 9(6).
          77 WchfNbInconnu PIC 9(6).
          77 WchfNbTraites PIC 9(6).
          77 WchfNbErreurs PIC 9(6).
          77 fdi_stat PIC 99.
          77 WinaDelaiDefaut PIC 9(3) VALUE 15.
          77 WinaDelai PIC 9(3).
          77 WinaDebutJour PIC 9(8).
          77 WinaDebutSecondes PIC 9(5).
          77 WinaFinSecondes PIC 9(5).
          77 WinaEcoule PIC S9(9).
          77 WSessionExpiree PIC 9 VALUE 0.
          01 WFichiersDonnees.
            02 WNomFMenus PIC X(40) VALUE 'datamenus.dat'.
            02 WNomFPlats PIC X(40) VALUE 'dataplats.dat'.
            02 WNomFClients PIC X(40) VALUE 'dataclients.dat'.
            02 WNomFRestaurants PIC X(40) VALUE 'datarestaurants.dat'.
            02 WNomFReservations PIC X(40) VALUE 'datareservations.dat'.
            02 WNomFHistoPrix PIC X(40) VALUE 'historiquePrix.csv'.
            02 WNomFFactures PIC X(40) VALUE 'dataregistrefactures.dat'.
            02 WNomFPrixPending PIC X(40) VALUE 'dataprixpending.dat'.
            02 WNomFSequences PIC X(40) VALUE 'datasequences.dat'.
            02 WNomFSatisfaction PIC X(40) VALUE 'datasatisfaction.dat'.
            02 WNomFClotures PIC X(40) VALUE 'dataclotures.dat'.
            02 WNomFQuarantaine PIC X(40) VALUE 'dataquarantaine.dat'.
            02 WNomFJobControl PIC X(40) VALUE 'datajobcontrol.dat'.
            02 WNomFResaAncien PIC X(40)
               VALUE 'datareservations_ancien.dat'.
            02 WNomFCliAncien PIC X(40) VALUE 'dataclients_ancien.dat'.
            02 WNomFRestAncien PIC X(40)
               VALUE 'datarestaurants_ancien.dat'.
            02 WNomFJournalStock PIC X(40) VALUE 'journalStock.csv'.
            02 WNomFHistoCout PIC X(40) VALUE 'historiqueCouts.csv'.
            02 WNomFPointsLedger PIC X(40) VALUE 'historiquePoints.csv'.
            02 WNomFPaiements PIC X(40) VALUE 'datapaiements.dat'.
            02 WNomFEmployes PIC X(40) VALUE 'dataemployes.dat'.
            02 WNomFPlanning PIC X(40) VALUE 'dataplanning.dat'.
            02 WNomFPromotions PIC X(40) VALUE 'datapromotions.dat'.
            02 WNomFStockSite PIC X(40) VALUE 'datastocksites.dat'.
            02 WNomFCarte PIC X(40) VALUE 'datacarte.dat'.
            02 WNomFSpeciaux PIC X(40) VALUE 'dataspeciaux.dat'.
            02 WNomFFournisseurs PIC X(40) VALUE 'datafournisseurs.dat'.
            02 WNomFAchats PIC X(40) VALUE 'dataachats.dat'.
            02 WNomFNotifications PIC X(40)
               VALUE 'datanotifications.dat'.
            02 WNomFImportWeb PIC X(40) VALUE 'webresa_import.csv'.
            02 WNomFRejetsWeb PIC X(40) VALUE 'webresa_rejets.csv'.
            02 WNomFRejetsPlateforme PIC X(40)
               VALUE 'plateforme_rejets.csv'.
            02 WNomFBons PIC X(40) VALUE 'databons.dat'.
            02 WNomFAudit PIC X(40) VALUE 'audit.log'.
            02 WNomFCheckpoint PIC X(40)
               VALUE 'checkpoint_pctreduc.dat'.
            02 WNomFReleveAcq PIC X(40) VALUE 'releve_acquereur.csv'.
            02 WNomFCaisses PIC X(40) VALUE 'datacaisses.dat'.
            02 WNomFIngredients PIC X(40) VALUE 'dataingredients.dat'.
            02 WNomFRecettes PIC X(40) VALUE 'datarecettes.dat'.
            02 WNomFNotesClients PIC X(40) VALUE 'datanotesclients.dat'.
            02 WNomFRegistreExports PIC X(40)
               VALUE 'registre_exports.csv'.
            02 WNomFExceptions PIC X(40) VALUE 'dataexceptions.dat'.
            02 WNomFLots PIC X(40) VALUE 'datalots.dat'.
            02 WNomFPreCommandes PIC X(40) VALUE 'dataprecommandes.dat'.
            02 WNomFGestes PIC X(40) VALUE 'journal_gestes.csv'.
            02 WNomFMotifsAnnul PIC X(40) VALUE 'datamotifsannul.dat'.
            02 WNomFPrixSite PIC X(40) VALUE 'dataprixsite.dat'.
            02 WNomFSpool PIC X(40) VALUE 'dataspool.dat'.
            02 WNomFArchivePaie PIC X(40) VALUE 'archive_paiements.dat'.
            02 WNomFArchiveFact PIC X(40) VALUE 'archive_factures.dat'.
            02 WNomFArchiveNotif PIC X(40)
               VALUE 'archive_notifications.dat'.
            02 WNomFValorisations PIC X(40)
               VALUE 'datavalorisations.dat'.
            02 WNomFBoissons PIC X(40) VALUE 'databoissons.dat'.
            02 WNomFDevis PIC X(40) VALUE 'datadevis.dat'.
            02 WNomFJournalReprise PIC X(40)
               VALUE 'journal_reprise.log'.
            02 WNomFAgregats PIC X(40) VALUE 'dataagregats.dat'.
            02 WNomFGatewayRetour PIC X(40) VALUE 'gateway_retour.csv'.
            02 WNomFBudgets PIC X(40) VALUE 'databudgets.dat'.
            02 WNomFJournalFiscal PIC X(40) VALUE 'journal_fiscal.log'.
            02 WNomFEntites PIC X(40) VALUE 'dataentites.dat'.
            02 WNomFCanaux PIC X(40) VALUE 'datacanaux.dat'.
            02 WNomFPointages PIC X(40) VALUE 'datapointages.dat'.
            02 WNomFFacFournisseurs PIC X(40)
               VALUE 'datafacfournisseurs.dat'.
            02 WNomFTarifs PIC X(40) VALUE 'datatarifs.dat'.
            02 WNomFRepasPersonnel PIC X(40)
               VALUE 'datarepaspersonnel.dat'.
            02 WNomFPointsHaccp PIC X(40) VALUE 'datapointshaccp.dat'.
            02 WNomFRelevesHaccp PIC X(40) VALUE 'datareleveshaccp.dat'.
            02 WNomFAbsences PIC X(40) VALUE 'dataabsences.dat'.
            02 WNomFValoDetail PIC X(40) VALUE 'datavalodetail.dat'.
            02 WNomFRatios PIC X(40) VALUE 'dataratios.dat'.
            02 WNomFCertifications PIC X(40)
               VALUE 'datacertifications.dat'.
            02 WNomFPertes PIC X(40) VALUE 'datapertes.dat'.
            02 WNomFLotsStock PIC X(40) VALUE 'datalotsstock.dat'.
            02 WNomFRetoursFourn PIC X(40) VALUE 'dataretoursfourn.dat'.
            02 WNomFAvoirsFourn PIC X(40) VALUE 'dataavoirsfourn.dat'.
            02 WNomFSitesProduction PIC X(40)
               VALUE 'datasitesproduction.dat'.
            02 WNomFCmdInternes PIC X(40) VALUE 'datacmdinternes.dat'.
            02 WNomFMargesInterco PIC X(40)
               VALUE 'datamargesinterco.dat'.
            02 WNomFCessions PIC X(40) VALUE 'datacessions.dat'.
            02 WNomFFacInterco PIC X(40) VALUE 'datafacinterco.dat'.
            02 WNomFZonesLivraison PIC X(40)
               VALUE 'datazoneslivraison.dat'.
            02 WNomFLivraisons PIC X(40) VALUE 'datalivraisons.dat'.
            02 WNomFArticlesPlateforme PIC X(40)
               VALUE 'dataartplateforme.dat'.
            02 WNomFCmdPlateforme PIC X(40)
               VALUE 'datacmdplateforme.dat'.
            02 WNomFEvenements PIC X(40) VALUE 'dataevenements.dat'.
            02 WNomFBillets PIC X(40) VALUE 'databillets.dat'.
            02 WNomFAttenteEvt PIC X(40) VALUE 'dataattenteevt.dat'.
            02 WNomFPorteMonnaie PIC X(40) VALUE 'dataportemonnaie.dat'.
            02 WNomFMvtPorteMonnaie PIC X(40)
               VALUE 'datamvtportemonnaie.dat'.
            02 WNomFParrainages PIC X(40) VALUE 'dataparrainages.dat'.
            02 WNomFAccordsTarif PIC X(40) VALUE 'dataaccordstarif.dat'.
            02 WNomFConsoAccords PIC X(40) VALUE 'dataconsoaccords.dat'.
            02 WNomFCampagnes PIC X(40) VALUE 'datacampagnes.dat'.
            02 WNomFCoupons PIC X(40) VALUE 'datacoupons.dat'.
            02 WNomFReclamations PIC X(40) VALUE 'datareclamations.dat'.
            02 WNomFObjetsTrouves PIC X(40)
               VALUE 'dataobjetstrouves.dat'.
            02 WNomFEquipements PIC X(40) VALUE 'dataequipements.dat'.
            02 WNomFPannes PIC X(40) VALUE 'datapannes.dat'.
            02 WNomFImmobilisations PIC X(40)
               VALUE 'dataimmobilisations.dat'.
            02 WNomFDotations PIC X(40) VALUE 'datadotations.dat'.
            02 WNomFClientsFact PIC X(40)
               VALUE 'dataclientsfacturation.dat'.
            02 WNomFTransmissions PIC X(40)
               VALUE 'datatransmissionsfe.dat'.
            02 WNomFProdAvance PIC X(40) VALUE 'dataproduitsavance.dat'.
            02 WNomFLitiges PIC X(40) VALUE 'datalitigescarte.dat'.
            02 WNomFPeriodesCompta PIC X(40)
               VALUE 'dataperiodescompta.dat'.
            02 WNomFFileAttente PIC X(40) VALUE 'datafileattente.dat'.
            02 WNomFDemandesRefusees PIC X(40)
               VALUE 'datademandesrefusees.dat'.
            02 WNomFPolitiquesEnfants PIC X(40)
               VALUE 'datapolitenfants.dat'.
            02 WNomFMarques PIC X(40) VALUE 'datamarques.dat'.
            02 WNomFRegions PIC X(40) VALUE 'dataregions.dat'.
            02 WNomFProjetsCarte PIC X(40) VALUE 'dataprojetscarte.dat'.
            02 WNomFCarteProjet PIC X(40) VALUE 'datacarteprojet.dat'.
            02 WNomFMenusProjet PIC X(40) VALUE 'datamenusprojet.dat'.
            02 WNomFCarteVersions PIC X(40)
               VALUE 'datacarteversions.dat'.
            02 WNomFCodesPostaux PIC X(40) VALUE 'datacodespostaux.dat'.
            02 WNomFMenusPrec PIC X(40) VALUE 'datamenus_prec.dat'.
            02 WNomFPlatsPrec PIC X(40) VALUE 'dataplats_prec.dat'.
            02 WNomFClientsPrec PIC X(40) VALUE 'dataclients_prec.dat'.
            02 WNomFRestPrec PIC X(40) VALUE 'datarestaurants_prec.dat'.
            02 WNomFResaPrec PIC X(40)
               VALUE 'datareservations_prec.dat'.
            02 WNomFFactPrec PIC X(40)
               VALUE 'dataregistrefactures_prec.dat'.
            02 WNomFPrixPendPrec PIC X(40)
               VALUE 'dataprixpending_prec.dat'.
            02 WNomFPaiePrec PIC X(40) VALUE 'datapaiements_prec.dat'.
            02 WNomFNotifPrec PIC X(40)
               VALUE 'datanotifications_prec.dat'.
            02 WNomFPointPrec PIC X(40) VALUE 'datapointages_prec.dat'.
            02 WNomFEmpPrec PIC X(40) VALUE 'dataemployes_prec.dat'.
            02 WNomFAchatsPrec PIC X(40) VALUE 'dataachats_prec.dat'.
            02 WNomFFourPrec PIC X(40)
               VALUE 'datafournisseurs_prec.dat'.
            02 WNomFExceptionsPrec PIC X(40)
               VALUE 'dataexceptions_prec.dat'.
            02 WNomFExtrasCatalogue PIC X(40)
               VALUE 'dataextrascatalogue.dat'.
            02 WNomFOccasionsResa PIC X(40)
               VALUE 'dataoccasionsresa.dat'.
            02 WNomFExtrasResa PIC X(40) VALUE 'dataextrasresa.dat'.
            02 WNomFEmetteursTitres PIC X(40)
               VALUE 'dataemetteurstitres.dat'.
            02 WNomFBordereauxTitres PIC X(40)
               VALUE 'databordereauxtitres.dat'.
            02 WNomFParametres PIC X(40) VALUE 'dataparametres.dat'.
          01 WFichiersDonneesTable REDEFINES WFichiersDonnees.
            02 WNomFichierDonnee PIC X(40) OCCURS 135 TIMES.
          77 WfrmNbFichiers PIC 9(3) VALUE 135.
          77 WSessionFormation PIC 9 VALUE 0.
          77 WfrmIdx PIC 9(3).
          77 WfrmNomTemp PIC X(40).
          77 WfrmDateSnap PIC X(8).
          77 WfrmDateLue PIC X(8).
          77 WfrmDateOrigine PIC X(8).
          77 WfrmFin PIC 9.
          77 fform_stat PIC 99.
          77 fxa_stat PIC 99.
          77 foc_stat PIC 99.
          77 fxr_stat PIC 99.
          77 WxtAction PIC 9.
          77 WxtIdRest PIC 9(4).
          77 WxtFin PIC 9.
          77 WxtFinResa PIC 9.
          77 WxtNum PIC 9(3).
          77 WxtQte PIC 9(3).
          77 WxtJours PIC S9(5).
          77 WxtMontant PIC 9(6)V99.
          77 WxtTotal PIC 9(6)V99.
          77 WxtNbTaches PIC 9(3).
          77 WxtLibOccasion PIC X(25).
          77 WxtAujourdhui PIC 9(8).
          77 WxtDateFin PIC 9(8).
          77 WxtIdResa PIC 9(10).
          77 WxtHeure PIC 9(4).
          77 WxtDateService PIC 9(8).
          01 WtabExtrasFourn.
            02 WxfEntry OCCURS 200 TIMES.
              03 WxfFournisseur PIC X(30).
              03 WxfDate PIC 9(8).
              03 WxfHeure PIC 9(4).
              03 WxfIdResa PIC 9(10).
              03 WxfLibelle PIC X(30).
              03 WxfQte PIC 9(3).
              03 WxfMessage PIC X(60).
          01 WxfSwap PIC X(145).
          77 WxfNb PIC 9(3).
          77 WxfIdx PIC 9(3).
          77 WxfIdx2 PIC 9(3).
          77 WxfFournPrec PIC X(30).
          01 WtabExtrasProd.
            02 WxpEntry OCCURS 100 TIMES.
              03 WxpHeure PIC 9(4).
              03 WxpIdResa PIC 9(10).
              03 WxpLibelle PIC X(30).
              03 WxpQte PIC 9(3).
              03 WxpMessage PIC X(60).
          01 WxpSwap PIC X(107).
          77 WxpNb PIC 9(3).
          77 WxpIdx PIC 9(3).
          77 WxpIdx2 PIC 9(3).
          77 fem_stat PIC 99.
          77 fbt_stat PIC 99.
          77 WttEmetteur PIC 9(2).
          77 WttCode PIC 9(2).
          77 WttAction PIC 9.
          77 WttFin PIC 9.
          77 WttFinPay PIC 9.
          77 WttTrouve PIC 9.
          77 WttOK PIC 9.
          77 WttNbEmetteurs PIC 9(3).
          77 WttNbSansEmetteur PIC 9(5).
          77 WttNbBordereaux PIC 9(3).
          77 WttNum PIC 9(6).
          77 WttIdRestPay PIC 9(4).
          77 WttIdPay PIC 9(10).
          77 WttDateLimite PIC 9(8).
          77 WttAujourdhui PIC 9(8).
          77 WttEcheance PIC 9(8).
          77 WttDateRegl PIC 9(8).
          77 WttRef PIC X(20).
          77 WttNet PIC 9(7)V99.
          77 WttComm PIC S9(7)V99.
          77 WttCommTheo PIC 9(6)V99.
          77 WttEcart PIC S9(7)V99.
          77 WttNbRejetes PIC 9(5).
          77 WttMtRejete PIC 9(7)V99.
          77 WttFiltreRest PIC 9(4).
          77 WttEntite PIC 9(2).
          77 WttIdx PIC 9(3).
          77 WttTotTiroir PIC 9(8)V99.
          77 WttTotRemis PIC 9(8)V99.
          77 WttTotRetard PIC 9(8)V99.
          77 WttTotAttendu PIC 9(8)V99.
          77 WttTotNonRap PIC 9(8)V99.
          01 WtabTitres.
            02 WttLig OCCURS 100 TIMES.
              03 WttNbTiroir PIC 9(5).
              03 WttMtTiroir PIC 9(7)V99.
              03 WttNbRemis PIC 9(5).
              03 WttMtRemis PIC 9(7)V99.
              03 WttMtRetard PIC 9(7)V99.
              03 WttMtAttendu PIC 9(7)V99.
              03 WttMtNonRap PIC 9(7)V99.
              03 WttNumBord PIC 9(6).
          77 fprm_stat PIC 99.

  

          DISPLAY 'Nombre maximal de tentatives de connexion atteint'
          STOP RUN
         END-IF
         PERFORM CHARGER_DELAI_INACTIVITE

         PERFORM OUVRIR_JEU_DONNEES

         MOVE 1 TO Wmenu
         PERFORM CHARGER_CLE_CLIENTS

         PERFORM WITH TEST AFTER UNTIL WmenuP = 0
          PERFORM WITH TEST AFTER UNTIL WmenuP>=0 AND WmenuP<=7
           DISPLAY '**************************'
           DISPLAY '***** MENU PRINCIPAL *****'
           DISPLAY '**************************'
           DISPLAY 'Que souhaitez vous faire ?'
           DISPLAY ' 1 - Menu'
           DISPLAY ' 2 - Plat'
           DISPLAY ' 3 - Client'
           DISPLAY ' 4 - Restaurant'
           DISPLAY ' 5 - Reservation'
           DISPLAY ' 6 - Utilisateur'
           DISPLAY ' 7 - Maintenance'
           DISPLAY ' 0 - Quitter'
           DISPLAY '--------------------------'
           PERFORM DEBUTER_ATTENTE_SAISIE
           ACCEPT WmenuP
           PERFORM CONTROLER_INACTIVITE
          END-PERFORM

          IF WmenuP > 0 THEN
            MOVE WmenuP TO WopMenu
            MOVE 0 TO WopChoix
            PERFORM CONTROLER_ACCES
          ELSE
            MOVE 1 TO WaccesAutorise
          END-IF
          IF WSessionExpiree = 1 THEN
            CONTINUE
          ELSE
          IF WaccesAutorise = 0 THEN
            DISPLAY 'Opération non autorisée pour votre rôle'
          ELSE
          EVALUATE WmenuP
           WHEN 1
            PERFORM OPERATION_MENU
           WHEN 2
            PERFORM OPERATION_PLAT
           WHEN 3
            PERFORM OPERATION_CLIENT
           WHEN 4
            PERFORM OPERATION_RESTAURANT
           WHEN 5
            PERFORM OPERATION_RESERVATION
           WHEN 6
            PERFORM OPERATION_UTILISATEUR
           WHEN 7
            PERFORM OPERATION_MAINTENANCE
          END-EVALUATE
          END-IF
          END-IF

          IF WSessionExpiree = 1 THEN
            PERFORM REPRENDRE_SESSION_EXPIREE
          END-IF

         END-PERFORM

         PERFORM LIBERER_SESSION
         STOP RUN.
      *************************************************************
      *CREER_FICHIERS_DONNEES
      *Crée vides, au démarrage de la session, les fichiers de
      *données encore absents du jeu de travail (production, ou
      *fichiers formation_ en mode formation)
      *************************************************************
       CREER_FICHIERS_DONNEES.
       OPEN I-O fmenus
       IF fm_stat = 35 THEN
        OPEN OUTPUT fmenus
       END-IF
       CLOSE fmenus

       OPEN I-O fplats
       IF fp_stat = 35 THEN
        OPEN OUTPUT fplats
       END-IF
       CLOSE fplats

       OPEN I-O fclients
       IF fc_stat = 35 THEN
        OPEN OUTPUT fclients
       END-IF
       CLOSE fclients

       OPEN I-O frestaurants
       IF fr_stat = 35 THEN
        OPEN OUTPUT frestaurants
       END-IF
       CLOSE frestaurants

       OPEN I-O freservations
       IF frs_stat = 35 THEN
        OPEN OUTPUT freservations
       END-IF
       CLOSE freservations

       OPEN I-O fPaiements
       IF fpay_stat = 35 THEN
        OPEN OUTPUT fPaiements
       END-IF
       CLOSE fPaiements

       OPEN I-O fBons
       IF fb_stat = 35 THEN
        OPEN OUTPUT fBons
       END-IF
       CLOSE fBons

       OPEN I-O fNotifications
       IF fnt_stat = 35 THEN
        OPEN OUTPUT fNotifications
       END-IF
       CLOSE fNotifications

       OPEN I-O fFournisseurs
       IF ffo_stat = 35 THEN
        OPEN OUTPUT fFournisseurs
       END-IF
       CLOSE fFournisseurs

       OPEN I-O fSpeciaux
       IF fsp_stat = 35 THEN
        OPEN OUTPUT fSpeciaux
       END-IF
       CLOSE fSpeciaux

       OPEN I-O fCarte
       IF fca_stat = 35 THEN
        OPEN OUTPUT fCarte
       END-IF
       CLOSE fCarte

       OPEN I-O fStockSite
       IF fss_stat = 35 THEN
        OPEN OUTPUT fStockSite
       END-IF
       CLOSE fStockSite

       OPEN I-O fPromotions
       IF fpr_stat = 35 THEN
        OPEN OUTPUT fPromotions
       END-IF
       CLOSE fPromotions

       OPEN I-O fEmployes
       IF femp_stat = 35 THEN
        OPEN OUTPUT fEmployes
       END-IF
       CLOSE fEmployes

       OPEN I-O fPlanning
       IF fplg_stat = 35 THEN
        OPEN OUTPUT fPlanning
       END-IF
       CLOSE fPlanning

       OPEN I-O fAutorisations
       IF faut_stat = 35 THEN
        OPEN OUTPUT fAutorisations
       END-IF
       CLOSE fAutorisations

       OPEN I-O fJobControl
       IF fjc_stat = 35 THEN
        OPEN OUTPUT fJobControl
       END-IF
       CLOSE fJobControl

       OPEN I-O fQuarantaine
       IF fq_stat = 35 THEN
        OPEN OUTPUT fQuarantaine
       END-IF
       CLOSE fQuarantaine

       OPEN I-O fClotures
       IF fcz_stat = 35 THEN
        OPEN OUTPUT fClotures
       END-IF
       CLOSE fClotures

       OPEN I-O fSatisfaction
       IF fsa_stat = 35 THEN
        OPEN OUTPUT fSatisfaction
       END-IF
       CLOSE fSatisfaction

       OPEN I-O fSequences
       IF fsq_stat = 35 THEN
        OPEN OUTPUT fSequences
       END-IF
       CLOSE fSequences

       OPEN I-O fPrixPending
       IF fpp_stat = 35 THEN
        OPEN OUTPUT fPrixPending
       END-IF
       CLOSE fPrixPending

       OPEN I-O fFactures
       IF ffa_stat = 35 THEN
        OPEN OUTPUT fFactures
       END-IF
       CLOSE fFactures

       OPEN I-O fAchats
       IF fpo_stat = 35 THEN
        OPEN OUTPUT fAchats
       END-IF
       CLOSE fAchats

       OPEN I-O fCaisses
       IF fcs_stat = 35 THEN
        OPEN OUTPUT fCaisses
       END-IF
       CLOSE fCaisses

       OPEN I-O fIngredients
       IF fing_stat = 35 THEN
        OPEN OUTPUT fIngredients
       END-IF
       CLOSE fIngredients

       OPEN I-O fRecettes
       IF frc_stat = 35 THEN
        OPEN OUTPUT fRecettes
       END-IF
       CLOSE fRecettes

       OPEN I-O fTarifs
       IF ftf_stat = 35 THEN
        OPEN OUTPUT fTarifs
       END-IF
       CLOSE fTarifs

       OPEN I-O fFacFournisseurs
       IF ffs_stat = 35 THEN
        OPEN OUTPUT fFacFournisseurs
       END-IF
       CLOSE fFacFournisseurs

       OPEN I-O fPointages
       IF fpt_stat = 35 THEN
        OPEN OUTPUT fPointages
       END-IF
       CLOSE fPointages

       OPEN I-O fCanaux
       IF fch_stat = 35 THEN
        OPEN OUTPUT fCanaux
       END-IF
       CLOSE fCanaux

       OPEN I-O fEntites
       IF fen_stat = 35 THEN
        OPEN OUTPUT fEntites
       END-IF
       CLOSE fEntites

       OPEN I-O fBudgets
       IF fbu_stat = 35 THEN
        OPEN OUTPUT fBudgets
       END-IF
       CLOSE fBudgets

       OPEN I-O fAgregats
       IF fag_stat = 35 THEN
        OPEN OUTPUT fAgregats
       END-IF
       CLOSE fAgregats

       OPEN I-O fDevis
       IF fdv_stat = 35 THEN
        OPEN OUTPUT fDevis
       END-IF
       CLOSE fDevis

       OPEN I-O fBoissons
       IF fbs_stat = 35 THEN
        OPEN OUTPUT fBoissons
       END-IF
       CLOSE fBoissons

       OPEN I-O fValorisations
       IF fvl_stat = 35 THEN
        OPEN OUTPUT fValorisations
       END-IF
       CLOSE fValorisations

       OPEN I-O fSpool
       IF fsl_stat = 35 THEN
        OPEN OUTPUT fSpool
       END-IF
       CLOSE fSpool

       OPEN I-O fPrixSite
       IF fps_stat = 35 THEN
        OPEN OUTPUT fPrixSite
       END-IF
       CLOSE fPrixSite

       OPEN I-O fMotifsAnnul
       IF fma_stat = 35 THEN
        OPEN OUTPUT fMotifsAnnul
       END-IF
       CLOSE fMotifsAnnul

       OPEN I-O fPreCommandes
       IF fpc_stat = 35 THEN
        OPEN OUTPUT fPreCommandes
       END-IF
       CLOSE fPreCommandes

       OPEN I-O fLots
       IF flt_stat = 35 THEN
        OPEN OUTPUT fLots
       END-IF
       CLOSE fLots

       OPEN I-O fExceptions
       IF fxc_stat = 35 THEN
        OPEN OUTPUT fExceptions
       END-IF
       CLOSE fExceptions

       OPEN I-O fNotesClients
       IF fnc_stat = 35 THEN
        OPEN OUTPUT fNotesClients
       END-IF
       CLOSE fNotesClients

       OPEN I-O fRepasPersonnel
       IF frper_stat = 35 THEN
        OPEN OUTPUT fRepasPersonnel
       END-IF
       CLOSE fRepasPersonnel

       OPEN I-O fPointsHaccp
       IF fph_stat = 35 THEN
        OPEN OUTPUT fPointsHaccp
       END-IF
       CLOSE fPointsHaccp

       OPEN I-O fRelevesHaccp
       IF frh_stat = 35 THEN
        OPEN OUTPUT fRelevesHaccp
       END-IF
       CLOSE fRelevesHaccp

       OPEN I-O fAbsences
       IF fab_stat = 35 THEN
        OPEN OUTPUT fAbsences
       END-IF
       CLOSE fAbsences

       OPEN I-O fValoDetail
       IF fvd_stat = 35 THEN
        OPEN OUTPUT fValoDetail
       END-IF
       CLOSE fValoDetail

       OPEN I-O fRatios
       IF frt_stat = 35 THEN
        OPEN OUTPUT fRatios
       END-IF
       CLOSE fRatios

       OPEN I-O fCertifications
       IF fce_stat = 35 THEN
        OPEN OUTPUT fCertifications
       END-IF
       CLOSE fCertifications

       OPEN I-O fPertes
       IF fpe_stat = 35 THEN
        OPEN OUTPUT fPertes
       END-IF
       CLOSE fPertes

       OPEN I-O fLotsStock
       IF fls_stat = 35 THEN
        OPEN OUTPUT fLotsStock
       END-IF
       CLOSE fLotsStock

       OPEN I-O fRetoursFourn
       IF frf_stat = 35 THEN
        OPEN OUTPUT fRetoursFourn
       END-IF
       CLOSE fRetoursFourn

       OPEN I-O fAvoirsFourn
       IF fav_stat = 35 THEN
        OPEN OUTPUT fAvoirsFourn
       END-IF
       CLOSE fAvoirsFourn

       OPEN I-O fPlafondsAchat
       IF fpa_stat = 35 THEN
        OPEN OUTPUT fPlafondsAchat
       END-IF
       CLOSE fPlafondsAchat

       OPEN I-O fSitesProduction
       IF fspr_stat = 35 THEN
        OPEN OUTPUT fSitesProduction
       END-IF
       CLOSE fSitesProduction

       OPEN I-O fCmdInternes
       IF fci_stat = 35 THEN
        OPEN OUTPUT fCmdInternes
       END-IF
       CLOSE fCmdInternes

       OPEN I-O fMargesInterco
       IF fmi_stat = 35 THEN
        OPEN OUTPUT fMargesInterco
       END-IF
       CLOSE fMargesInterco

       OPEN I-O fCessions
       IF fces_stat = 35 THEN
        OPEN OUTPUT fCessions
       END-IF
       CLOSE fCessions

       OPEN I-O fFacInterco
       IF ffi_stat = 35 THEN
        OPEN OUTPUT fFacInterco
       END-IF
       CLOSE fFacInterco

       OPEN I-O fZonesLivraison
       IF fzl_stat = 35 THEN
        OPEN OUTPUT fZonesLivraison
       END-IF
       CLOSE fZonesLivraison

       OPEN I-O fLivraisons
       IF flv_stat = 35 THEN
        OPEN OUTPUT fLivraisons
       END-IF
       CLOSE fLivraisons

       OPEN I-O fArticlesPlateforme
       IF fap_stat = 35 THEN
        OPEN OUTPUT fArticlesPlateforme
       END-IF
       CLOSE fArticlesPlateforme

       OPEN I-O fCmdPlateforme
       IF fcm_stat = 35 THEN
        OPEN OUTPUT fCmdPlateforme
       END-IF
       CLOSE fCmdPlateforme

       OPEN I-O fEvenements
       IF fev_stat = 35 THEN
        OPEN OUTPUT fEvenements
       END-IF
       CLOSE fEvenements

       OPEN I-O fBillets
       IF fbi_stat = 35 THEN
        OPEN OUTPUT fBillets
       END-IF
       CLOSE fBillets

       OPEN I-O fAttenteEvt
       IF fae_stat = 35 THEN
        OPEN OUTPUT fAttenteEvt
       END-IF
       CLOSE fAttenteEvt

       OPEN I-O fPorteMonnaie
       IF fpm_stat = 35 THEN
        OPEN OUTPUT fPorteMonnaie
       END-IF
       CLOSE fPorteMonnaie

       OPEN I-O fMvtPorteMonnaie
       IF fmp_stat = 35 THEN
        OPEN OUTPUT fMvtPorteMonnaie
       END-IF
       CLOSE fMvtPorteMonnaie

       OPEN I-O fParrainages
       IF fpn_stat = 35 THEN
        OPEN OUTPUT fParrainages
       END-IF
       CLOSE fParrainages

       OPEN I-O fAccordsTarif
       IF fta_stat = 35 THEN
        OPEN OUTPUT fAccordsTarif
       END-IF
       CLOSE fAccordsTarif

       OPEN I-O fConsoAccords
       IF fcv_stat = 35 THEN
        OPEN OUTPUT fConsoAccords
       END-IF
       CLOSE fConsoAccords

       OPEN I-O fCampagnes
       IF fcg_stat = 35 THEN
        OPEN OUTPUT fCampagnes
       END-IF
       CLOSE fCampagnes

       OPEN I-O fCoupons
       IF fcu_stat = 35 THEN
        OPEN OUTPUT fCoupons
       END-IF
       CLOSE fCoupons

       OPEN I-O fReclamations
       IF frcl_stat = 35 THEN
        OPEN OUTPUT fReclamations
       END-IF
       CLOSE fReclamations

       OPEN I-O fObjetsTrouves
       IF fob_stat = 35 THEN
        OPEN OUTPUT fObjetsTrouves
       END-IF
       CLOSE fObjetsTrouves

       OPEN I-O fEquipements
       IF feq_stat = 35 THEN
        OPEN OUTPUT fEquipements
       END-IF
       CLOSE fEquipements

       OPEN I-O fPannes
       IF fpan_stat = 35 THEN
        OPEN OUTPUT fPannes
       END-IF
       CLOSE fPannes

       OPEN I-O fImmobilisations
       IF fim_stat = 35 THEN
        OPEN OUTPUT fImmobilisations
       END-IF
       CLOSE fImmobilisations

       OPEN I-O fDotations
       IF fdo_stat = 35 THEN
        OPEN OUTPUT fDotations
       END-IF
       CLOSE fDotations

       OPEN I-O fClientsFact
       IF fcf_stat = 35 THEN
        OPEN OUTPUT fClientsFact
       END-IF
       CLOSE fClientsFact

       OPEN I-O fTransmissions
       IF ftr_stat = 35 THEN
        OPEN OUTPUT fTransmissions
       END-IF
       CLOSE fTransmissions

       OPEN I-O fProdAvance
       IF fpca_stat = 35 THEN
        OPEN OUTPUT fProdAvance
       END-IF
       CLOSE fProdAvance

       OPEN I-O fLitiges
       IF flg_stat = 35 THEN
        OPEN OUTPUT fLitiges
       END-IF
       CLOSE fLitiges

       OPEN I-O fPeriodesCompta
       IF fpco_stat = 35 THEN
        OPEN OUTPUT fPeriodesCompta
       END-IF
       CLOSE fPeriodesCompta

       OPEN I-O fFileAttente
       IF fat_stat = 35 THEN
        OPEN OUTPUT fFileAttente
       END-IF
       CLOSE fFileAttente

       OPEN I-O fDemandesRefusees
       IF fdr_stat = 35 THEN
        OPEN OUTPUT fDemandesRefusees
       END-IF
       CLOSE fDemandesRefusees

       OPEN I-O fPolitiquesEnfants
       IF fpen_stat = 35 THEN
        OPEN OUTPUT fPolitiquesEnfants
       END-IF
       CLOSE fPolitiquesEnfants

       OPEN I-O fMarques
       IF fmq_stat = 35 THEN
        OPEN OUTPUT fMarques
       END-IF
       CLOSE fMarques

       OPEN I-O fRegions
       IF frg_stat = 35 THEN
        OPEN OUTPUT fRegions
       END-IF
       CLOSE fRegions

       OPEN I-O fProjetsCarte
       IF fpj_stat = 35 THEN
        OPEN OUTPUT fProjetsCarte
       END-IF
       CLOSE fProjetsCarte

       OPEN I-O fCarteProjet
       IF fcj_stat = 35 THEN
        OPEN OUTPUT fCarteProjet
       END-IF
       CLOSE fCarteProjet

       OPEN I-O fMenusProjet
       IF fmj_stat = 35 THEN
        OPEN OUTPUT fMenusProjet
       END-IF
       CLOSE fMenusProjet

       OPEN I-O fCarteVersions
       IF fvc_stat = 35 THEN
        OPEN OUTPUT fCarteVersions
       END-IF
       CLOSE fCarteVersions

       OPEN I-O fCodesPostaux
       IF fcpo_stat = 35 THEN
        OPEN OUTPUT fCodesPostaux
       END-IF
       CLOSE fCodesPostaux

       OPEN I-O fDelaisInactivite
       IF fdi_stat = 35 THEN
        OPEN OUTPUT fDelaisInactivite
       END-IF
       CLOSE fDelaisInactivite

       OPEN I-O fExtrasCatalogue
       IF fxa_stat = 35 THEN
        OPEN OUTPUT fExtrasCatalogue
       END-IF
       CLOSE fExtrasCatalogue

       OPEN I-O fOccasionsResa
       IF foc_stat = 35 THEN
        OPEN OUTPUT fOccasionsResa
       END-IF
       CLOSE fOccasionsResa

       OPEN I-O fExtrasResa
       IF fxr_stat = 35 THEN
        OPEN OUTPUT fExtrasResa
       END-IF
       CLOSE fExtrasResa

       OPEN I-O fEmetteursTitres
       IF fem_stat = 35 THEN
        OPEN OUTPUT fEmetteursTitres
       END-IF
       CLOSE fEmetteursTitres

       OPEN I-O fBordereauxTitres
       IF fbt_stat = 35 THEN
        OPEN OUTPUT fBordereauxTitres
       END-IF
       CLOSE fBordereauxTitres

       OPEN I-O fParametres
       IF fprm_stat = 35 THEN
        OPEN OUTPUT fParametres
       END-IF
       CLOSE fParametres.

      *************************************************************
      *ENREGISTRER_AUDIT
      *instantané. Seules les écritures réelles sont journalisées :
      *les audits d'événements (ARCHIVAGE, REFUSSITE, DEROGATION,
      *FORCAGE, MIGRATION) ne portent pas l'image d'un
      *enregistrement écrit et seraient rejoués à tort. L'image
      *d'un client y est toujours portée sous sa forme chiffrée
      *************************************************************
       ENREGISTRER_JOURNAL_REPRISE.
       EVALUATE WauditOperation
         WHEN 'fplats'
           MOVE pTampon TO WrepImage
         WHEN 'fclients'
           MOVE cliTampon TO WchfImage
           PERFORM CHIFFRER_CLIENT
           MOVE cliTampon TO WrepImage
           MOVE WchfImage TO cliTampon
         WHEN 'frestaurants'
           MOVE restTampon TO WrepImage
         WHEN 'freservations'
      *WopChoix = opération dans ce menu, 0 = l'accès au menu
      *lui-même). Le rôle Directeur est toujours autorisé ; en
      *l'absence de règle enregistrée, l'opération reste permise
      *(comportement historique), une règle à 0 la refuse. En mode
      *formation, les opérations qui touchent les données communes
      *ou sortent du système (comptes, batch nocturne, sauvegarde,
      *restauration, reprise, passerelle SMS/mail, flux de
      *disponibilités, lots de consolidation, clé des données
      *protégées) sont refusées pour tous les rôles
      *************************************************************
       CONTROLER_ACCES.
       MOVE 1 TO WaccesAutorise
       IF WSessionFormation = 1 THEN
         COMPUTE WopCode = WopMenu * 100 + WopChoix
         IF WopMenu = 6 OR WopCode = 703 OR WopCode = 714
     -     OR WopCode = 715 OR WopCode = 732 OR WopCode = 733
     -     OR WopCode = 735 OR WopCode = 740 OR WopCode = 741
     -     OR WopCode = 761 THEN
           DISPLAY 'Opération indisponible en mode FORMATION'
           MOVE 0 TO WaccesAutorise
         END-IF
       END-IF
       IF WaccesAutorise = 1 AND WSessionRole NOT = 'Directeur' THEN
         COMPUTE WopCode = WopMenu * 100 + WopChoix
         OPEN INPUT fAutorisations
         MOVE WSessionRole TO faut_role
         CLOSE fAutorisations
       END-IF.

      *************************************************************
      *CHARGER_CLE_CLIENTS
      *Charge la clé de chiffrement des données protégées des
      *clients (téléphone, mail, rue, date de naissance,
      *allergies) depuis cle_clients.key, tenu hors des fichiers de
      *données : 1re ligne « version;clé » pour la clé courante,
      *2e ligne facultative pour la clé précédente pendant un
      *renouvellement. Sans fichier, ou avec une version 0, les
      *données restent en clair (comportement historique). Fixe
      *aussi WchfLecture, le droit du rôle de la session à voir ces
      *données en clair (opération 90 du menu Client dans la
      *matrice des autorisations)
      *************************************************************
       CHARGER_CLE_CLIENTS.
       MOVE 0 TO WchfActif
       MOVE 0 TO WchfVersion
       MOVE SPACE TO WchfCle
       MOVE 0 TO WchfLongCle
       MOVE 0 TO WchfVersionPrec
       MOVE SPACE TO WchfClePrec
       MOVE 0 TO WchfLongPrec
       OPEN INPUT fCleClients
       IF fck_stat = 0 THEN
         MOVE 0 TO WchfNumLigne
         MOVE 0 TO WchfFin
         PERFORM UNTIL WchfFin = 1 OR WchfNumLigne = 2
           READ fCleClients
           AT END MOVE 1 TO WchfFin
           NOT AT END
             ADD 1 TO WchfNumLigne
             PERFORM LIRE_LIGNE_CLE_CLIENTS
           END-READ
         END-PERFORM
         CLOSE fCleClients
       END-IF
       IF WchfVersion > 0 THEN
         MOVE 1 TO WchfActif
       END-IF
       MOVE 3 TO WopMenu
       MOVE 90 TO WopChoix
       PERFORM CONTROLER_ACCES
       MOVE WaccesAutorise TO WchfLecture.

      *************************************************************
      *LIRE_LIGNE_CLE_CLIENTS
      *Décode une ligne « version;clé » du fichier des clés ; une
      *clé de moins de 16 caractères est refusée
      *************************************************************
       LIRE_LIGNE_CLE_CLIENTS.
       MOVE SPACE TO WchfVersionLue
       MOVE SPACE TO WchfCleLue
       UNSTRING cleClientsLigne DELIMITED BY ';'
         INTO WchfVersionLue WchfCleLue
       END-UNSTRING
       IF FUNCTION TEST-NUMVAL(WchfVersionLue) = 0 THEN
         COMPUTE WchfNouvVersion = FUNCTION NUMVAL(WchfVersionLue)
         MOVE 0 TO WchfLong
         IF WchfCleLue NOT = SPACE THEN
           COMPUTE WchfLong =
     -       FUNCTION LENGTH(FUNCTION TRIM(WchfCleLue TRAILING))
         END-IF
         IF WchfLong > 64 THEN
           MOVE 64 TO WchfLong
         END-IF
         IF WchfNumLigne = 1 THEN
           MOVE WchfNouvVersion TO WchfVersion
           IF WchfVersion > 0 AND WchfLong < 16 THEN
             DISPLAY 'Clé de chiffrement des clients trop courte '
     -         '(16 caractères au moins) : clé ignorée'
             MOVE 0 TO WchfVersion
           END-IF
           MOVE WchfCleLue TO WchfCle
           MOVE WchfLong TO WchfLongCle
         ELSE
           MOVE WchfNouvVersion TO WchfVersionPrec
           IF WchfVersionPrec > 0 AND WchfLong < 16 THEN
             MOVE 0 TO WchfVersionPrec
           END-IF
           MOVE WchfCleLue TO WchfClePrec
           MOVE WchfLong TO WchfLongPrec
         END-IF
       END-IF.

      *************************************************************
      *CHIFFRER_CLIENT
      *Chiffre les données protégées de cliTampon avec la clé
      *courante avant écriture ; fc_versionCle garde la version de
      *la clé employée (0 : en clair), ce qui rend l'opération sans
      *effet sur un enregistrement déjà chiffré
      *************************************************************
       CHIFFRER_CLIENT.
       IF WchfActif = 1 AND fc_versionCle = 0 THEN
         MOVE WchfCle TO WchfCleUtil
         MOVE WchfLongCle TO WchfLongUtil
         MOVE 1 TO WchfSens
         PERFORM TRAITER_CHAMPS_PROTEGES
         MOVE WchfVersion TO fc_versionCle
       END-IF.

      *************************************************************
      *DECHIFFRER_CLIENT
      *Remet en clair les données protégées de cliTampon avec la
      *clé de la version fc_versionCle (courante ou précédente) ;
      *sans effet sur un enregistrement en clair. WchfErreur = 1
      *quand la clé de cette version n'est plus disponible
      *************************************************************
       DECHIFFRER_CLIENT.
       MOVE 0 TO WchfErreur
       IF fc_versionCle NOT = 0 THEN
         MOVE 0 TO WchfLongUtil
         IF fc_versionCle = WchfVersion THEN
           MOVE WchfCle TO WchfCleUtil
           MOVE WchfLongCle TO WchfLongUtil
         END-IF
         IF fc_versionCle = WchfVersionPrec THEN
           MOVE WchfClePrec TO WchfCleUtil
           MOVE WchfLongPrec TO WchfLongUtil
         END-IF
         IF WchfLongUtil = 0 THEN
           MOVE 1 TO WchfErreur
           DISPLAY 'Clé de chiffrement version ',fc_versionCle,
     -       ' indisponible : client ',fc_id,' non déchiffré'
         ELSE
           MOVE 2 TO WchfSens
           PERFORM TRAITER_CHAMPS_PROTEGES
           MOVE 0 TO fc_versionCle
         END-IF
       END-IF.

      *************************************************************
      *CHIFFRER_CLE_RECHERCHE
      *Chiffre le téléphone et le mail saisis dans cliTampon avant
      *un START sur les clés secondaires fc_tel / fc_mail : le
      *chiffrement étant déterministe, la recherche porte sur la
      *forme chiffrée enregistrée
      *************************************************************
       CHIFFRER_CLE_RECHERCHE.
       IF WchfActif = 1 THEN
         MOVE WchfCle TO WchfCleUtil
         MOVE WchfLongCle TO WchfLongUtil
         MOVE 1 TO WchfSens
         PERFORM TRAITER_TEL_MAIL_PROTEGES
       END-IF.

      *************************************************************
      *TRAITER_CHAMPS_PROTEGES
      *Chiffre (WchfSens = 1) ou déchiffre (WchfSens = 2) chacun
      *des champs protégés de cliTampon avec la clé WchfCleUtil ;
      *le téléphone et la date de naissance restent numériques
      *************************************************************
       TRAITER_CHAMPS_PROTEGES.
       PERFORM TRAITER_TEL_MAIL_PROTEGES
       MOVE fc_rue TO WchfZone
       MOVE 100 TO WchfLong
       MOVE 0 TO WchfNumerique
       MOVE 3 TO WchfSel
       PERFORM TRANSFORMER_ZONE_CLE
       MOVE WchfZone TO fc_rue
       MOVE fc_dateNaissance TO WchfZone
       MOVE 8 TO WchfLong
       MOVE 1 TO WchfNumerique
       MOVE 4 TO WchfSel
       PERFORM TRANSFORMER_ZONE_CLE
       MOVE WchfZone(1:8) TO fc_dateNaissance
       MOVE fc_allergies TO WchfZone
       MOVE 100 TO WchfLong
       MOVE 0 TO WchfNumerique
       MOVE 5 TO WchfSel
       PERFORM TRANSFORMER_ZONE_CLE
       MOVE WchfZone TO fc_allergies.

       TRAITER_TEL_MAIL_PROTEGES.
       MOVE SPACE TO WchfZone
       MOVE fc_tel TO WchfZone(1:10)
       MOVE 10 TO WchfLong
       MOVE 1 TO WchfNumerique
       MOVE 1 TO WchfSel
       PERFORM TRANSFORMER_ZONE_CLE
       MOVE WchfZone(1:10) TO fc_tel
       MOVE fc_mail TO WchfZone
       MOVE 100 TO WchfLong
       MOVE 0 TO WchfNumerique
       MOVE 2 TO WchfSel
       PERFORM TRANSFORMER_ZONE_CLE
       MOVE WchfZone TO fc_mail.

      *************************************************************
      *TRANSFORMER_ZONE_CLE
      *Substitution polyalphabétique de WchfZone(1:WchfLong) : le
      *décalage de chaque position dépend du caractère de clé
      *associé, de la position et du champ (WchfSel). Les chiffres
      *restent des chiffres (modulo 10) et les caractères
      *imprimables des caractères imprimables (modulo 94) ; le
      *point-virgule, séparateur des exports CSV, et les autres
      *octets (lettres accentuées) sont laissés tels quels
      *************************************************************
       TRANSFORMER_ZONE_CLE.
       PERFORM VARYING WchfPos FROM 1 BY 1 UNTIL WchfPos > WchfLong
         COMPUTE WchfRang = FUNCTION MOD(
     -     WchfPos + WchfSel * 7 - 1, WchfLongUtil) + 1
         COMPUTE WchfDecal = FUNCTION MOD(
     -     FUNCTION ORD(WchfCleUtil(WchfRang:1))
     -     + WchfPos * 11 + WchfSel * 13, 95)
         IF WchfNumerique = 1 THEN
           COMPUTE WchfVal = FUNCTION ORD(WchfZone(WchfPos:1)) - 49
           IF WchfVal >= 0 AND WchfVal <= 9 THEN
             IF WchfSens = 1 THEN
               COMPUTE WchfVal = FUNCTION MOD(WchfVal + WchfDecal, 10)
             ELSE
               COMPUTE WchfVal = FUNCTION MOD(WchfVal - WchfDecal, 10)
             END-IF
             MOVE FUNCTION CHAR(WchfVal + 49)
     -         TO WchfZone(WchfPos:1)
           END-IF
         ELSE
           COMPUTE WchfVal = FUNCTION ORD(WchfZone(WchfPos:1)) - 33
           IF WchfVal >= 0 AND WchfVal <= 94 AND WchfVal NOT = 27 THEN
             IF WchfVal > 27 THEN
               SUBTRACT 1 FROM WchfVal
             END-IF
             IF WchfSens = 1 THEN
               COMPUTE WchfVal = FUNCTION MOD(WchfVal + WchfDecal, 94)
             ELSE
               COMPUTE WchfVal = FUNCTION MOD(WchfVal - WchfDecal, 94)
             END-IF
             IF WchfVal >= 27 THEN
               ADD 1 TO WchfVal
             END-IF
             MOVE FUNCTION CHAR(WchfVal + 33)
     -         TO WchfZone(WchfPos:1)
           END-IF
         END-IF
       END-PERFORM.

      *************************************************************
      *PREPARER_AFFICHAGE_CLIENT
      *Met en clair le client courant et prépare les zones
      *d'affichage des données protégées : valeurs en clair pour
      *un rôle autorisé (WchfLecture = 1), masquées sinon
      *************************************************************
       PREPARER_AFFICHAGE_CLIENT.
       PERFORM DECHIFFRER_CLIENT
       IF WchfLecture = 1 AND WchfErreur = 0 THEN
         MOVE fc_tel TO WchfTelAff
         MOVE fc_mail TO WchfMailAff
         MOVE fc_rue TO WchfRueAff
         MOVE fc_allergies TO WchfAllergAff
       ELSE
         MOVE '**********' TO WchfTelAff
         MOVE '(donnée protégée)' TO WchfMailAff
         MOVE '(donnée protégée)' TO WchfRueAff
         MOVE '(donnée protégée)' TO WchfAllergAff
       END-IF.

      *************************************************************
      *CHERCHER_COMMUNES_CP
      *Communes du référentiel des codes postaux
      *(datacodespostaux.dat, chargé depuis la liste officielle de
      *La Poste) pour le code postal WcpoCodeP : WcpoNb communes
      *dans WcpoCommune (20 au plus). WcpoRefVide = 1 quand le
      *référentiel n'est pas chargé : la saisie reste alors libre
      *(comportement historique)
      *************************************************************
       CHERCHER_COMMUNES_CP.
       MOVE 0 TO WcpoNb
       MOVE 0 TO WcpoRefVide
       OPEN INPUT fCodesPostaux
       MOVE LOW-VALUE TO fcpo_cle
       START fCodesPostaux, KEY IS >= fcpo_cle
         INVALID KEY
           MOVE 1 TO WcpoRefVide
       END-START
       IF WcpoRefVide = 0 THEN
         MOVE WcpoCodeP TO fcpo_codeP
         MOVE LOW-VALUE TO fcpo_commune
         MOVE 0 TO WcpoFin
         START fCodesPostaux, KEY IS >= fcpo_cle
           INVALID KEY
             MOVE 1 TO WcpoFin
         END-START
         PERFORM UNTIL WcpoFin = 1
           READ fCodesPostaux NEXT
           AT END MOVE 1 TO WcpoFin
           NOT AT END
             IF fcpo_codeP NOT = WcpoCodeP OR WcpoNb = 20 THEN
               MOVE 1 TO WcpoFin
             ELSE
               ADD 1 TO WcpoNb
               MOVE fcpo_commune TO WcpoCommune(WcpoNb)
             END-IF
           END-READ
         END-PERFORM
       END-IF
       CLOSE fCodesPostaux.

      *************************************************************
      *SAISIR_COMMUNE_CP
      *Saisie du code postal puis choix de la commune parmi celles
      *que le référentiel lui associe : la ville rendue dans
      *WcpoVille est toujours cohérente avec WcpoCodeP. Avec
      *WcpoFacultatif = 1 (modification), un code postal à 0 rend
      *une ville à blanc (adresse inchangée). Référentiel non
      *chargé : la ville est saisie librement
      *************************************************************
       SAISIR_COMMUNE_CP.
       MOVE 0 TO WcpoFini
       PERFORM WITH TEST AFTER UNTIL WcpoFini = 1
         IF WcpoFacultatif = 1 THEN
           DISPLAY 'Code postal (0 : inchangé) :'
         ELSE
           DISPLAY 'Code postal :'
         END-IF
         MOVE 0 TO WcpoCodeP
         ACCEPT WcpoCodeP
         MOVE SPACE TO WcpoVille
         IF WcpoCodeP = 0 AND WcpoFacultatif = 1 THEN
           MOVE 1 TO WcpoFini
         ELSE
           PERFORM CHERCHER_COMMUNES_CP
           EVALUATE TRUE
             WHEN WcpoRefVide = 1
               DISPLAY 'Ville :'
               ACCEPT WcpoVille
               MOVE 1 TO WcpoFini
             WHEN WcpoNb = 0
               DISPLAY 'Code postal inconnu du référentiel des '
     -           'codes postaux'
             WHEN OTHER
               PERFORM VARYING WcpoIdx FROM 1 BY 1
     -           UNTIL WcpoIdx > WcpoNb
                 DISPLAY WcpoIdx,' - ',WcpoCommune(WcpoIdx)
               END-PERFORM
               DISPLAY 'Numéro de la commune (0 : autre code '
     -           'postal) :'
               MOVE 0 TO WcpoChoix
               ACCEPT WcpoChoix
               IF WcpoChoix >= 1 AND WcpoChoix <= WcpoNb THEN
                 MOVE WcpoCommune(WcpoChoix) TO WcpoVille
                 MOVE 1 TO WcpoFini
               END-IF
           END-EVALUATE
         END-IF
       END-PERFORM.

      *************************************************************
      *CONTROLER_COMMUNE_CP
      *Cohérence du couple code postal WcpoCodeP / ville WcpoVille
      *(comparée sur WcpoLong caractères, la ville des clients
      *étant plus courte que celle du référentiel), sans tenir
      *compte des majuscules, accents, tirets et apostrophes.
      *WcpoOK = 1 si le couple existe (ou si le référentiel n'est
      *pas chargé) ; WcpoSuggestion/WcpoCPSuggere donnent alors
      *l'orthographe officielle, sinon la correction proposée :
      *la commune du code postal quand il n'en a qu'une, à défaut
      *le code postal de la ville quand elle n'en a qu'un
      *************************************************************
       CONTROLER_COMMUNE_CP.
       PERFORM CHERCHER_COMMUNES_CP
       MOVE 1 TO WcpoOK
       MOVE SPACE TO WcpoSuggestion
       MOVE 0 TO WcpoCPSuggere
       IF WcpoRefVide = 0 THEN
         MOVE 0 TO WcpoOK
         MOVE WcpoVille TO WcpoNorm
         PERFORM NORMALISER_COMMUNE
         PERFORM VARYING WcpoIdx FROM 1 BY 1
     -     UNTIL WcpoIdx > WcpoNb OR WcpoOK = 1
           IF WcpoNorm(1:WcpoLong)
     -        = WcpoCommune(WcpoIdx)(1:WcpoLong) THEN
             MOVE 1 TO WcpoOK
             MOVE WcpoCommune(WcpoIdx) TO WcpoSuggestion
             MOVE WcpoCodeP TO WcpoCPSuggere
           END-IF
         END-PERFORM
         IF WcpoOK = 0 THEN
           IF WcpoNb = 1 THEN
             MOVE WcpoCommune(1) TO WcpoSuggestion
             MOVE WcpoCodeP TO WcpoCPSuggere
           ELSE
             PERFORM CHERCHER_CP_VILLE
           END-IF
         END-IF
       END-IF.

      *************************************************************
      *CHERCHER_CP_VILLE
      *Code postal de la ville normalisée WcpoNorm par la clé
      *commune du référentiel : proposé seulement si la ville n'a
      *qu'un code postal
      *************************************************************
       CHERCHER_CP_VILLE.
       MOVE 0 TO WcpoNbCPVille
       OPEN INPUT fCodesPostaux
       MOVE WcpoNorm TO fcpo_commune
       MOVE 0 TO WcpoFin
       START fCodesPostaux, KEY IS = fcpo_commune
         INVALID KEY
           MOVE 1 TO WcpoFin
       END-START
       PERFORM UNTIL WcpoFin = 1
         READ fCodesPostaux NEXT
         AT END MOVE 1 TO WcpoFin
         NOT AT END
           IF fcpo_commune NOT = WcpoNorm THEN
             MOVE 1 TO WcpoFin
           ELSE
             ADD 1 TO WcpoNbCPVille
             MOVE fcpo_codeP TO WcpoCPSuggere
             MOVE fcpo_commune TO WcpoSuggestion
           END-IF
         END-READ
       END-PERFORM
       CLOSE fCodesPostaux
       IF WcpoNbCPVille NOT = 1 THEN
         MOVE SPACE TO WcpoSuggestion
         MOVE 0 TO WcpoCPSuggere
       END-IF.

      *************************************************************
      *NORMALISER_COMMUNE
      *Ecrit le nom de commune WcpoNorm comme la liste officielle :
      *majuscules sans accents (lettres accentuées UTF-8 ramenées à
      *leur lettre de base), tirets et apostrophes remplacés par un
      *blanc
      *************************************************************
       NORMALISER_COMMUNE.
       MOVE SPACE TO WcpoNormSortie
       MOVE 0 TO WcpoPos
       MOVE 1 TO WcpoPosCar
       PERFORM UNTIL WcpoPosCar > 40
         MOVE WcpoNorm(WcpoPosCar:1) TO WcpoCar
         IF WcpoCar = X'C3' AND WcpoPosCar < 40 THEN
           ADD 1 TO WcpoPosCar
           MOVE WcpoNorm(WcpoPosCar:1) TO WcpoCar
           EVALUATE TRUE
             WHEN (WcpoCar >= X'80' AND WcpoCar <= X'85')
     -         OR (WcpoCar >= X'A0' AND WcpoCar <= X'A5')
               MOVE 'A' TO WcpoCar
             WHEN WcpoCar = X'87' OR WcpoCar = X'A7'
               MOVE 'C' TO WcpoCar
             WHEN (WcpoCar >= X'88' AND WcpoCar <= X'8B')
     -         OR (WcpoCar >= X'A8' AND WcpoCar <= X'AB')
               MOVE 'E' TO WcpoCar
             WHEN (WcpoCar >= X'8C' AND WcpoCar <= X'8F')
     -         OR (WcpoCar >= X'AC' AND WcpoCar <= X'AF')
               MOVE 'I' TO WcpoCar
             WHEN (WcpoCar >= X'92' AND WcpoCar <= X'96')
     -         OR (WcpoCar >= X'B2' AND WcpoCar <= X'B6')
               MOVE 'O' TO WcpoCar
             WHEN (WcpoCar >= X'99' AND WcpoCar <= X'9C')
     -         OR (WcpoCar >= X'B9' AND WcpoCar <= X'BC')
               MOVE 'U' TO WcpoCar
             WHEN WcpoCar = X'91' OR WcpoCar = X'B1'
               MOVE 'N' TO WcpoCar
             WHEN WcpoCar = X'9D' OR WcpoCar = X'BD'
     -         OR WcpoCar = X'BF'
               MOVE 'Y' TO WcpoCar
             WHEN OTHER
               MOVE SPACE TO WcpoCar
           END-EVALUATE
         END-IF
         IF WcpoCar = '-' OR WcpoCar = '''' THEN
           MOVE SPACE TO WcpoCar
         END-IF
         ADD 1 TO WcpoPos
         MOVE WcpoCar TO WcpoNormSortie(WcpoPos:1)
         ADD 1 TO WcpoPosCar
       END-PERFORM
       MOVE FUNCTION UPPER-CASE(WcpoNormSortie) TO WcpoNorm.

      *************************************************************
      *CHERCHER_PLAFOND_ACHAT
      *Plafond de commande fournisseur du rôle de la session
      *(dataplafondsachat.dat, tenu avec la matrice des
      *autorisations) : la règle propre au restaurant du compte
      *(WSessionIdRest) prime sur la règle du rôle tous sites
      *(restaurant 0). WpaTrouve = 0 : aucun plafond, la commande
      *est émise directement (Directeur, ou rôle sans règle)
      *************************************************************
       CHERCHER_PLAFOND_ACHAT.
       MOVE 0 TO WpaTrouve
       MOVE 0 TO WpaPlafond
       IF WSessionRole NOT = 'Directeur' THEN
         OPEN INPUT fPlafondsAchat
         MOVE WSessionRole TO fpa_role
         MOVE WSessionIdRest TO fpa_idrest
         READ fPlafondsAchat
           INVALID KEY
             MOVE WSessionRole TO fpa_role
             MOVE 0 TO fpa_idrest
             READ fPlafondsAchat
               NOT INVALID KEY
                 MOVE 1 TO WpaTrouve
             END-READ
           NOT INVALID KEY
             MOVE 1 TO WpaTrouve
         END-READ
         IF WpaTrouve = 1 THEN
           MOVE fpa_plafond TO WpaPlafond
         END-IF
         CLOSE fPlafondsAchat
       END-IF.

      *************************************************************
      *CHARGER_DELAI_INACTIVITE
      *Délai d'inactivité du rôle de la session
      *(datadelaisinactivite.dat, tenu avec la matrice des
      *autorisations) : sans règle pour le rôle, le délai par défaut
      *WinaDelaiDefaut (minutes) s'applique ; 0 : pas de limite
      *************************************************************
       CHARGER_DELAI_INACTIVITE.
       MOVE WinaDelaiDefaut TO WinaDelai
       MOVE 0 TO WSessionExpiree
       OPEN INPUT fDelaisInactivite
       IF fdi_stat = 0 THEN
         MOVE WSessionRole TO fdi_role
         READ fDelaisInactivite
           NOT INVALID KEY
             MOVE fdi_minutes TO WinaDelai
         END-READ
         CLOSE fDelaisInactivite
       END-IF.

      *************************************************************
      *DEBUTER_ATTENTE_SAISIE
      *Horodate l'affichage d'un menu, juste avant l'ACCEPT du
      *choix, pour le contrôle d'inactivité qui suit la saisie ;
      *rappelle aussi sur chaque écran de menu la mention FORMATION
      *quand la session travaille sur le jeu de formation
      *************************************************************
       DEBUTER_ATTENTE_SAISIE.
       IF WSessionFormation = 1 THEN
         DISPLAY '*** FORMATION *** données d''exercice, sans effet '
     -     'sur la production'
       END-IF
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       ACCEPT WheureSystemeISO FROM TIME
       MOVE WdateSystemeISOInt TO WinaDebutJour
       COMPUTE WinaDebutSecondes = WheureSystemeISO_heure * 3600
     -   + WheureSystemeISO_minute * 60
     -   + WheureSystemeISO_reste / 100.

      *************************************************************
      *CONTROLER_INACTIVITE
      *Appelé juste après l'ACCEPT du choix d'un menu : si la saisie
      *a attendu plus que le délai du rôle (WinaDelai), le choix est
      *ignoré, la session est libérée (LIBERER_SESSION) et journalisée
      *"expiré" dans journal_connexions.log, et les choix de menu
      *sont remis à 0 pour remonter au menu principal, qui renvoie
      *le poste à la connexion. Le contrôle n'a lieu qu'aux menus,
      *entre deux opérations : aucune réservation ou commande en
      *cours de saisie n'est laissée à moitié écrite
      *************************************************************
       CONTROLER_INACTIVITE.
       IF WSessionExpiree = 0 AND WinaDelai > 0 THEN
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         ACCEPT WheureSystemeISO FROM TIME
         COMPUTE WinaFinSecondes = WheureSystemeISO_heure * 3600
     -     + WheureSystemeISO_minute * 60
     -     + WheureSystemeISO_reste / 100
         COMPUTE WinaEcoule =
     -     (FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt)
     -     - FUNCTION INTEGER-OF-DATE(WinaDebutJour)) * 86400
     -     + WinaFinSecondes - WinaDebutSecondes
         IF WinaEcoule > WinaDelai * 60 THEN
           MOVE 1 TO WSessionExpiree
           MOVE 0 TO WchoixOp
           MOVE 0 TO Wmenu
           MOVE 0 TO WmenuP
           MOVE 0 TO WrepChoix
           DISPLAY '================================'
           DISPLAY 'Session expirée après ',WinaDelai,
     -       ' minutes d''inactivité'
           DISPLAY '================================'
           PERFORM LIBERER_SESSION
           MOVE WSessionPseudo TO Wpseudo
           MOVE 'expiré' TO WcnxResultat
           PERFORM JOURNALISER_CONNEXION
           MOVE 0 TO WSessionOK
         END-IF
       END-IF.

      *************************************************************
      *REPRENDRE_SESSION_EXPIREE
      *Retour du poste à CONNEXION_UTILISATEUR après l'expiration
      *d'une session : nouvelle connexion (éventuellement sous un
      *autre compte, dans l'autre mode), puis rechargement du délai
      *d'inactivité, du jeu de données (production ou formation) et
      *de la clé des données protégées pour le nouveau rôle
      *************************************************************
       REPRENDRE_SESSION_EXPIREE.
       PERFORM CONNEXION_UTILISATEUR
       IF WSessionOK NOT = 1 THEN
         DISPLAY 'Nombre maximal de tentatives de connexion atteint'
         STOP RUN
       END-IF
       PERFORM CHARGER_DELAI_INACTIVITE
       PERFORM OUVRIR_JEU_DONNEES
       PERFORM CHARGER_CLE_CLIENTS
       MOVE 9 TO WmenuP.

      *************************************************************
      *OUVRIR_JEU_DONNEES
      *Oriente les fichiers de données vers le jeu choisi à la
      *connexion : production, ou en mode formation les copies
      *formation_<fichier> (les comptes utilisateurs, la matrice des
      *autorisations, les plafonds d'achat, les délais
      *d'inactivité, le journal des connexions, la clé des données
      *protégées et le catalogue des sauvegardes restent communs
      *aux deux modes) ; crée les fichiers absents puis, en
      *formation, recharge le jeu depuis la dernière sauvegarde
      *************************************************************
       OUVRIR_JEU_DONNEES.
       MOVE 1 TO WfrmIdx
       PERFORM UNTIL WfrmIdx > WfrmNbFichiers
         MOVE WNomFichierDonnee(WfrmIdx) TO WfrmNomTemp
         IF WfrmNomTemp(1:10) = 'formation_' THEN
           MOVE WfrmNomTemp(11:30) TO WNomFichierDonnee(WfrmIdx)
           MOVE WNomFichierDonnee(WfrmIdx) TO WfrmNomTemp
         END-IF
         IF WSessionFormation = 1 THEN
           MOVE SPACE TO WNomFichierDonnee(WfrmIdx)
           STRING 'formation_' WfrmNomTemp DELIMITED BY SPACE
     -       INTO WNomFichierDonnee(WfrmIdx)
         END-IF
         ADD 1 TO WfrmIdx
       END-PERFORM
       PERFORM CREER_FICHIERS_DONNEES
       IF WSessionFormation = 1 THEN
         PERFORM RAFRAICHIR_JEU_FORMATION
       END-IF.

      *************************************************************
      *RAFRAICHIR_JEU_FORMATION
      *Recharge les copies de formation des fichiers sauvegardés
      *(menus, plats, clients, restaurants, réservations) depuis le
      *dernier jeu inscrit au catalogue des sauvegardes, quand il
      *est plus récent que celui d'origine du jeu de formation
      *(formation_origine.txt) ; les comptes utilisateurs, communs
      *aux deux modes, ne sont jamais rechargés
      *************************************************************
       RAFRAICHIR_JEU_FORMATION.
       MOVE '00000000' TO WfrmDateSnap
       OPEN INPUT fCatalogue
       IF fcat_stat NOT = 35 THEN
         MOVE 0 TO WfrmFin
         PERFORM UNTIL WfrmFin = 1
           READ fCatalogue
             AT END
               MOVE 1 TO WfrmFin
             NOT AT END
               MOVE catalogueLigne(1:8) TO WfrmDateLue
               IF WfrmDateLue IS NUMERIC
     -           AND WfrmDateLue > WfrmDateSnap THEN
                 MOVE WfrmDateLue TO WfrmDateSnap
               END-IF
           END-READ
         END-PERFORM
         CLOSE fCatalogue
       END-IF
       MOVE '00000000' TO WfrmDateOrigine
       OPEN INPUT fFormationOrigine
       IF fform_stat = 0 THEN
         READ fFormationOrigine
           NOT AT END
             MOVE formationOrigineLigne TO WfrmDateOrigine
         END-READ
         CLOSE fFormationOrigine
       END-IF
       IF WfrmDateSnap = '00000000' THEN
         DISPLAY 'Aucune sauvegarde cataloguée : jeu de formation '
     -     'non rechargé'
       ELSE
         IF WfrmDateSnap > WfrmDateOrigine THEN
           DISPLAY 'Rechargement du jeu de formation depuis la '
     -       'sauvegarde du ',WfrmDateSnap
           MOVE WfrmDateSnap TO WdateSystemeISO
           PERFORM RESTAURER_MENUS_SNAP
           MOVE WfrmDateSnap TO WdateSystemeISO
           PERFORM RESTAURER_PLATS_SNAP
           MOVE WfrmDateSnap TO WdateSystemeISO
           PERFORM RESTAURER_CLIENTS_SNAP
           MOVE WfrmDateSnap TO WdateSystemeISO
           PERFORM RESTAURER_RESTAURANTS_SNAP
           MOVE WfrmDateSnap TO WdateSystemeISO
           PERFORM RESTAURER_RESERVATIONS_SNAP
           OPEN OUTPUT fFormationOrigine
           MOVE WfrmDateSnap TO formationOrigineLigne
           WRITE formationOrigineLigne
           CLOSE fFormationOrigine
         ELSE
           DISPLAY 'Jeu de formation à jour (sauvegarde du ',
     -       WfrmDateOrigine,')'
         END-IF
       END-IF.

      *************************************************************
      *OUVRIR_TICKET
      *Ouvre le document imprimable WNomFichierTicket ; en mode
      *formation le document est préfixé formation_ et porte en
      *tête la mention FORMATION
      *************************************************************
       OUVRIR_TICKET.
       IF WSessionFormation = 1
     -   AND WNomFichierTicket(1:10) NOT = 'formation_' THEN
         MOVE WNomFichierTicket TO WfrmNomTemp
         MOVE SPACE TO WNomFichierTicket
         STRING 'formation_' WfrmNomTemp DELIMITED BY SPACE
     -     INTO WNomFichierTicket
       END-IF
       OPEN OUTPUT fTicket
       IF WSessionFormation = 1 THEN
         MOVE SPACE TO ticketLigne
         MOVE '*** FORMATION *** document d''exercice sans valeur'
     -     TO ticketLigne
         WRITE ticketLigne
       END-IF.

      *************************************************************
      *CONTROLER_PORTEE_SITE
      *Contrôle de portée par restaurant : un compte rattaché à un
      *site (fu_idrest non nul, retenu dans WSessionIdRest à la
      *connexion) ne peut toucher que les données de ce site, un
      *compte rattaché à une région (fu_idRegion, WSessionIdRegion)
      *que celles des sites de la région. Le paragraphe appelant
      *place l'identifiant demandé dans WscopeIdRest ; tout refus
      *est affiché et audité (REFUSSITE)
      *************************************************************
       CONTROLER_PORTEE_SITE.
       PERFORM VERIFIER_PORTEE_SITE
       IF WscopeOK = 0 THEN
         IF WSessionIdRest NOT = 0 THEN
           DISPLAY 'Accès refusé : votre compte est limité au '
     -       'restaurant ',WSessionIdRest
         ELSE
           DISPLAY 'Accès refusé : votre compte est limité aux '
     -       'restaurants de la région ',WSessionIdRegion
         END-IF
         MOVE 'frestaurants' TO WauditFichier
         MOVE WscopeIdRest TO WauditCle
         MOVE 'REFUSSITE' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       END-IF.

      *************************************************************
      *VERIFIER_PORTEE_SITE
      *Même contrôle que CONTROLER_PORTEE_SITE, sans message ni
      *audit, pour filtrer des listes et des états : WscopeOK = 1
      *si le restaurant WscopeIdRest est dans le périmètre du
      *compte connecté (site de rattachement, ou sites de la
      *région chargés dans WSessionSite à la connexion)
      *************************************************************
       VERIFIER_PORTEE_SITE.
       MOVE 1 TO WscopeOK
       IF WSessionIdRest NOT = 0
     -   AND WscopeIdRest NOT = WSessionIdRest THEN
         MOVE 0 TO WscopeOK
       END-IF
       IF WSessionIdRegion NOT = 0 THEN
         MOVE 0 TO WscopeOK
         PERFORM VARYING WSessionIdxSite FROM 1 BY 1
     -     UNTIL WSessionIdxSite > WSessionNbSites OR WscopeOK = 1
           IF WSessionSite(WSessionIdxSite) = WscopeIdRest THEN
             MOVE 1 TO WscopeOK
           END-IF
         END-PERFORM
       END-IF.

      *************************************************************
      *CHARGER_SITES_REGION
      *Charge dans WSessionSite les restaurants rattachés à la
      *région du compte connecté (WSessionIdRegion), deux cents au
      *plus ; appelé à la connexion et après un changement de
      *rattachement, frestaurants fermé
      *************************************************************
       CHARGER_SITES_REGION.
       MOVE 0 TO WSessionNbSites
       IF WSessionIdRegion NOT = 0 THEN
         OPEN INPUT frestaurants
         MOVE 0 TO WscopeFin
         PERFORM UNTIL WscopeFin = 1
           READ frestaurants NEXT
           AT END MOVE 1 TO WscopeFin
           NOT AT END
             IF fr_idRegion = WSessionIdRegion
     -          AND WSessionNbSites < 200 THEN
               ADD 1 TO WSessionNbSites
               MOVE fr_id TO WSessionSite(WSessionNbSites)
             END-IF
           END-READ
         END-PERFORM
         CLOSE frestaurants
       END-IF.

      *************************************************************
      *ALLOUER_SEQUENCE
      *Attribue le prochain identifiant de la séquence WseqNom
       WRITE seqTampon
       CLOSE fSequences.

      *************************************************************
      *VERIFIER_PERIODE_RESA
      *Contrôle de période comptable (VERIFIER_PERIODE_COMPTA) pour
      *la réservation du tampon resaTampon, à sa date et dans son
      *restaurant
      *************************************************************
       VERIFIER_PERIODE_RESA.
       COMPUTE WperDate = frs_date_annee * 10000
     -   + frs_date_mois * 100 + frs_date_jour
       MOVE frs_idrest TO WperIdRest
       PERFORM VERIFIER_PERIODE_COMPTA.

      *************************************************************
      *VERIFIER_PERIODE_COMPTA
      *Contrôle qu'un enregistrement daté WperDate (AAAAMMJJ) du
      *restaurant WperIdRest peut encore être modifié, d'après la
      *période comptable de l'entité juridique du restaurant
      *(VERIFIER_PERIODE_ENTITE) ; frestaurants est fermé à l'appel
      *************************************************************
       VERIFIER_PERIODE_COMPTA.
       MOVE 0 TO WperIdEntite
       OPEN INPUT frestaurants
       MOVE WperIdRest TO fr_id
       READ frestaurants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fr_idEntite TO WperIdEntite
       END-READ
       CLOSE frestaurants
       COMPUTE WperPeriode = WperDate / 100
       PERFORM VERIFIER_PERIODE_ENTITE.

      *************************************************************
      *VERIFIER_PERIODE_ENTITE
      *Statut de la période WperPeriode (AAAAMM) de l'entité
      *WperIdEntite dans dataperiodescompta.dat (ouverte si absente) :
      *ouverte, la modification est permise ; en clôture, elle
      *demande l'autorisation d'un Gérant ou d'un Directeur (refusée
      *sans saisie dans les traitements batch, WperBatch = 1) ; close,
      *elle est refusée et la correction doit passer par un avoir ou
      *une régularisation datée dans une période ouverte. WperOK vaut
      *1 si la modification est permise
      *************************************************************
       VERIFIER_PERIODE_ENTITE.
       MOVE 1 TO WperOK
       OPEN INPUT fPeriodesCompta
       MOVE WperIdEntite TO fpco_identite
       MOVE WperPeriode TO fpco_periode
       READ fPeriodesCompta
         INVALID KEY
           MOVE 1 TO fpco_statut
       END-READ
       CLOSE fPeriodesCompta
       IF fpco_close THEN
         MOVE 0 TO WperOK
         IF WperBatch = 0 THEN
           DISPLAY 'Période comptable ',WperPeriode,' close pour '
     -       'l''entité ',WperIdEntite,' : modification refusée'
           DISPLAY 'Passer la correction par un avoir ou une '
     -       'régularisation datée dans une période ouverte'
         END-IF
       END-IF
       IF fpco_enCloture THEN
         IF WperBatch = 1 THEN
           MOVE 0 TO WperOK
         ELSE
           DISPLAY 'Période comptable ',WperPeriode,' en cours de '
     -       'clôture pour l''entité ',WperIdEntite
           PERFORM AUTORISER_OPERATION_MANAGER
           IF WmgrOK = 0 THEN
             MOVE 0 TO WperOK
           END-IF
         END-IF
       END-IF.

      *************************************************************
      *EDITER_AUTORISATIONS
      *Ecran Directeur de tenue de la matrice des autorisations :
      *ajout ou modification d'une règle (rôle, menu, opération,
      *permis ou refusé) et consultation des règles existantes,
      *ainsi que des plafonds de commande fournisseur par rôle
      *(et éventuellement par restaurant) et des délais
      *d'inactivité par rôle avant expiration de la session ;
      *permet par exemple de refuser SUPPRIMER_RESERVATION au rôle
      *Serveur sans livraison de programme
      *************************************************************
         DISPLAY '=== MATRICE DES AUTORISATIONS ==='
         DISPLAY '1 - Définir une règle'
         DISPLAY '2 - Lister les règles'
         DISPLAY '3 - Définir un plafond de commande fournisseur'
         DISPLAY '4 - Lister les plafonds de commande'
         DISPLAY '5 - Définir le délai d''inactivité d''un rôle'
         DISPLAY '6 - Lister les délais d''inactivité'
         DISPLAY '0 - Terminer'
         ACCEPT WautAction
         EVALUATE WautAction
            ACCEPT WopMenu
           END-PERFORM
           DISPLAY 'Numéro de l''opération dans ce menu '
     -       '(0 : l''accès au menu entier ; menu 3, opération 90 : '
     -       'voir en clair les données protégées des clients) :'
           ACCEPT WopChoix
           MOVE 9 TO WautPermis
           PERFORM WITH TEST AFTER UNTIL WautPermis = 0
     -             ' - permis : ',faut_permis
             END-PERFORM
           END-START
          WHEN 3
           OPEN I-O fPlafondsAchat
           DISPLAY 'Rôle concerné (Gérant, Serveur, ...) :'
           ACCEPT fpa_role
           DISPLAY 'Restaurant (identifiant, 0 : tous les sites) :'
           MOVE 0 TO fpa_idrest
           ACCEPT fpa_idrest
           DISPLAY 'Montant maximal d''une commande sans approbation '
     -       '(EUR) :'
           MOVE 0 TO fpa_plafond
           ACCEPT fpa_plafond
           WRITE plafondAchatTampon
           IF fpa_stat = 22 THEN
             REWRITE plafondAchatTampon
           END-IF
           IF fpa_stat = 0 THEN
             DISPLAY 'Plafond enregistré : ',fpa_role,' / ',
     -         fpa_idrest,' / ',fpa_plafond,' EUR'
             MOVE 'fPlafondsAchat' TO WauditFichier
             MOVE fpa_cle TO WauditCle
             MOVE 'MODIF' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
           ELSE
             DISPLAY 'Erreur lors de l''enregistrement du plafond'
           END-IF
           CLOSE fPlafondsAchat
          WHEN 4
           OPEN INPUT fPlafondsAchat
           MOVE SPACE TO fpa_role
           MOVE 0 TO fpa_idrest
           START fPlafondsAchat, KEY IS >= fpa_cle
           INVALID KEY
             DISPLAY 'Aucun plafond enregistré'
           NOT INVALID KEY
             MOVE 0 TO Wfin
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fPlafondsAchat NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                 DISPLAY '  ',fpa_role,' - restaurant ',fpa_idrest,
     -             ' - plafond ',fpa_plafond,' EUR'
             END-PERFORM
           END-START
           CLOSE fPlafondsAchat
          WHEN 5
           OPEN I-O fDelaisInactivite
           DISPLAY 'Rôle concerné (Gérant, Serveur, ...) :'
           ACCEPT fdi_role
           DISPLAY 'Délai d''inactivité en minutes avant expiration '
     -       'de la session (0 : pas de limite, défaut ',
     -       WinaDelaiDefaut,') :'
           MOVE 0 TO fdi_minutes
           ACCEPT fdi_minutes
           WRITE delaiInactiviteTampon
           IF fdi_stat = 22 THEN
             REWRITE delaiInactiviteTampon
           END-IF
           IF fdi_stat = 0 THEN
             DISPLAY 'Délai enregistré : ',fdi_role,' / ',
     -         fdi_minutes,' minutes'
             MOVE 'fDelaisInactiv' TO WauditFichier
             MOVE fdi_role TO WauditCle
             MOVE 'MODIF' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
           ELSE
             DISPLAY 'Erreur lors de l''enregistrement du délai'
           END-IF
           CLOSE fDelaisInactivite
          WHEN 6
           OPEN INPUT fDelaisInactivite
           DISPLAY '  Délai par défaut (rôle sans règle) : ',
     -       WinaDelaiDefaut,' minutes'
           MOVE SPACE TO fdi_role
           START fDelaisInactivite, KEY IS >= fdi_role
           INVALID KEY
             DISPLAY 'Aucun délai propre à un rôle'
           NOT INVALID KEY
             MOVE 0 TO Wfin
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fDelaisInactivite NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                 DISPLAY '  ',fdi_role,' - ',fdi_minutes,' minutes'
             END-PERFORM
           END-START
           CLOSE fDelaisInactivite
         END-EVALUATE
        END-PERFORM
        CLOSE fAutorisations
