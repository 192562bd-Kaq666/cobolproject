           RECORD KEY fz_dateCloture
           FILE STATUS IS FcQR.

           SELECT Fchaine ASSIGN TO "chaine_reprise.dat"
           ORGANIZATION INDEXED
	       ACCESS MODE DYNAMIC
           RECORD KEY fch_dateTraitement
           FILE STATUS IS FcBCR.

           SELECT Fchainelog ASSIGN TO "chaine_batch.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcBLR.

           SELECT Ffacture ASSIGN TO "factures.dat"
           ORGANIZATION INDEXED
	       ACCESS MODE DYNAMIC
           RECORD KEY ffa_idFacture
           ALTERNATE RECORD KEY ffa_idClient WITH DUPLICATES
           FILE STATUS IS FcFAR.

           SELECT Freglement ASSIGN TO "reglements.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcRGR.

           SELECT Ffactureimp ASSIGN TO "factures.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcFIR.

           SELECT Fbon ASSIGN TO "bons_achat.dat"
           ORGANIZATION INDEXED
	       ACCESS MODE DYNAMIC
           RECORD KEY fba_idBon
           ALTERNATE RECORD KEY fba_idTicket WITH DUPLICATES
           FILE STATUS IS FcBAR.

           SELECT Fbonimp ASSIGN TO "bons_encours.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcBIR.

           SELECT Flot ASSIGN TO "lots.dat"
           ORGANIZATION INDEXED
	       ACCESS MODE DYNAMIC
           RECORD KEY flo_cle
           FILE STATUS IS FcLOR.

           SELECT Fmouvement ASSIGN TO "mouvements.dat"
           ORGANIZATION INDEXED
	       ACCESS MODE DYNAMIC
           RECORD KEY fmv_idMouvement
           ALTERNATE RECORD KEY fmv_idProduit WITH DUPLICATES
           FILE STATUS IS FcMVR.

           SELECT Flotimp ASSIGN TO "alertes_dlc.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcLIR.

           SELECT Fnotedebit ASSIGN TO "notes_debit.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcNDR.

           SELECT Fchangeprix ASSIGN TO "changements_prix.dat"
           ORGANIZATION INDEXED
	       ACCESS MODE DYNAMIC
           RECORD KEY fpc_cle
           FILE STATUS IS FcCPR.

           SELECT Fhistoprix ASSIGN TO "historique_prix.dat"
           ORGANIZATION INDEXED
	       ACCESS MODE DYNAMIC
           RECORD KEY fhp_cle
           FILE STATUS IS FcHPR.

           SELECT Fetiquette ASSIGN TO "etiquettes.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcETR.

           SELECT Fderogimp ASSIGN TO "derogations.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcDGR.

           SELECT Fextrait ASSIGN TO "extrait_client.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcXCR.

           SELECT Fdormant ASSIGN TO "clients_dormants.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcCDR.

           SELECT Fabsence ASSIGN TO "absences.dat"
           ORGANIZATION INDEXED
	       ACCESS MODE DYNAMIC
           RECORD KEY fab_idAbsence
           ALTERNATE RECORD KEY fab_idEmploye WITH DUPLICATES
           FILE STATUS IS FcABR.

           SELECT Fabsimp ASSIGN TO "absences.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcAIR.

           SELECT Fsauvegarde ASSIGN DYNAMIC wsv_nomSauvegarde
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS FcSVR.

           SELECT Fmanifeste ASSIGN DYNAMIC wsv_nomManifeste
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FcMFR.

           SELECT Fgeneration ASSIGN TO "sauvegardes.dat"
           ORGANIZATION INDEXED
	       ACCESS MODE DYNAMIC
           RECORD KEY fsg_cle
           FILE STATUS IS FcSGR.

DATA DIVISION.
        FILE SECTION.
           FD Femploye.
                      02 fe_echecs PIC 9(1).
                      02 fe_typeContrat PIC 9(1).
                      02 fe_tauxHoraire PIC 9(3)V9(2).
                      02 fe_soldeConges PIC 9(3)V9(2).
                      02 fe_periodeConges PIC 9(6).
					  
           FD Fproduit.
              01 produitTemp.
                      02 fc_codePost PIC 9(5).
                      02 fc_nbArtAch PIC 9(13).
                      02 fc_points PIC 9(13).
                      02 fc_compte PIC 9(1).
                      02 fc_plafond PIC 9(7).
                      02 fc_anonyme PIC 9(1).
                      02 fc_dateCreation PIC 9(8).
					  
           FD Fachat.
              01 achatTemp.
                      02 fa_idTicket PIC 9(4).
                      02 fa_prixUnit PIC 9(5).
                      02 fa_codeTva PIC 9(1).
                      02 fa_prixOrigine PIC 9(5).
                      02 fa_idApprobateur PIC 9(4).
                      02 fa_motifDerog PIC X(1).

           FD Fticket.
              01 ticketTemp.
                      02 ft_modePaiement PIC 9(1).
                      02 ft_montantVerse PIC 9(10).
                      02 ft_pointsUtilises PIC 9(10).
                      02 ft_idFacture PIC 9(4).
                      02 ft_bonsVendus PIC 9(10).
                      02 ft_idBon PIC 9(4).
                      02 ft_montantBon PIC 9(10).
                      02 ft_remise PIC 9(10).
                      02 ft_idApprobRemise PIC 9(4).
                      02 ft_motifRemise PIC X(1).

           FD Frecu.
              01 recuLigne PIC X(80).
                      02 fi_idFournisseur PIC 9(4).
                      02 fi_idRetour PIC 9(4).
                      02 fi_idPromo PIC 9(4).
                      02 fi_idFacture PIC 9(4).
                      02 fi_idBon PIC 9(4).
                      02 fi_idMouvement PIC 9(4).
                      02 fi_idAbsence PIC 9(4).
					  
           FD Fhistorique.
              01 histoTemp.
                      02 fz_totalNet PIC S9(11).
                      02 fz_nbTickets PIC 9(5).

           FD Fchaine.
              01 chaineTemp.
                      02 fch_dateTraitement PIC 9(8).
                      02 fch_derniereEtape PIC 9(2).
                      02 fch_statut PIC X(2).

           FD Fchainelog.
              01 chaineLigne.
                      02 fcl_dateTraitement PIC 9(8).
                      02 FILLER PIC X(1).
                      02 fcl_date PIC 9(8).
                      02 FILLER PIC X(1).
                      02 fcl_heure PIC 9(8).
                      02 FILLER PIC X(1).
                      02 fcl_etape PIC 9(2).
                      02 FILLER PIC X(1).
                      02 fcl_nomEtape PIC X(20).
                      02 FILLER PIC X(1).
                      02 fcl_statut PIC X(6).
                      02 FILLER PIC X(1).
                      02 fcl_message PIC X(50).

           FD Ffacture.
              01 factureTemp.
                      02 ffa_idFacture PIC 9(4).
                      02 ffa_idClient PIC 9(4).
                      02 ffa_dateFacture PIC 9(8).
                      02 ffa_periode PIC 9(6).
                      02 ffa_nbTickets PIC 9(4).
                      02 ffa_montant PIC 9(10).
                      02 ffa_montantRegle PIC 9(10).
                      02 ffa_statut PIC 9(1).

           FD Freglement.
              01 reglementTemp.
                      02 frg_date PIC 9(8).
                      02 frg_idFacture PIC 9(4).
                      02 frg_idClient PIC 9(4).
                      02 frg_montant PIC 9(10).
                      02 frg_mode PIC 9(1).
                      02 frg_idEmploye PIC 9(4).

           FD Ffactureimp.
              01 factureLigne PIC X(80).

           FD Fbon.
              01 bonTemp.
                      02 fba_idBon PIC 9(4).
                      02 fba_dateEmission PIC 9(8).
                      02 fba_dateExpiration PIC 9(8).
                      02 fba_valeur PIC 9(7).
                      02 fba_solde PIC 9(7).
                      02 fba_idTicket PIC 9(4).
                      02 fba_idEmploye PIC 9(4).
                      02 fba_dateUtilisation PIC 9(8).

           FD Fbonimp.
              01 bonLigne PIC X(80).

           FD Flot.
              01 lotTemp.
                      02 flo_cle.
                      	03 flo_idProduit PIC 9(4).
                              03 flo_dlc PIC 9(8).
                              03 flo_numLot PIC X(10).
                      02 flo_dateReception PIC 9(8).
                      02 flo_idFournisseur PIC 9(4).
                      02 flo_quantiteRecue PIC 9(7).
                      02 flo_quantite PIC 9(7).
                      02 flo_prixUnit PIC 9(5).
                      02 flo_statut PIC 9(1).

           FD Fmouvement.
              01 mouvementTemp.
                      02 fmv_idMouvement PIC 9(4).
                      02 fmv_idProduit PIC 9(4).
                      02 fmv_date.
                      	03 fmv_annee PIC 9(4).
                              03 fmv_mois PIC 9(2).
                              03 fmv_jour PIC 9(2).
                      02 fmv_motif PIC X(1).
                      02 fmv_quantite PIC 9(5).
                      02 fmv_prixUnit PIC 9(5).
                      02 fmv_idEmploye PIC 9(4).
                      02 fmv_numLot PIC X(10).
                      02 fmv_idFournisseur PIC 9(4).
                      02 fmv_numLivraison PIC 9(5).
                      02 fmv_dateLivraison PIC 9(8).

           FD Flotimp.
              01 lotLigne PIC X(80).

           FD Fnotedebit.
              01 noteDebitLigne PIC X(80).

           FD Fchangeprix.
              01 changePrixTemp.
                      02 fpc_cle.
                      	03 fpc_dateEffet PIC 9(8).
                              03 fpc_idProduit PIC 9(4).
                      02 fpc_nouveauPrix PIC 9(5).
                      02 fpc_saisiPar PIC X(30).
                      02 fpc_dateSaisie PIC 9(8).
                      02 fpc_statut PIC 9(1).
                      02 fpc_dateApplication PIC 9(8).

           FD Fhistoprix.
              01 histoPrixTemp.
                      02 fhp_cle.
                      	03 fhp_idProduit PIC 9(4).
                              03 fhp_dateEffet PIC 9(8).
                      02 fhp_ancienPrix PIC 9(5).
                      02 fhp_nouveauPrix PIC 9(5).
                      02 fhp_saisiPar PIC X(30).
                      02 fhp_dateApplication PIC 9(8).

           FD Fetiquette.
              01 etiquetteLigne PIC X(80).

           FD Fderogimp.
              01 derogLigne PIC X(80).

           FD Fextrait.
              01 extraitLigne PIC X(100).

           FD Fdormant.
              01 dormantLigne PIC X(80).

           FD Fabsence.
              01 absenceTemp.
                      02 fab_idAbsence PIC 9(4).
                      02 fab_idEmploye PIC 9(4).
                      02 fab_type PIC X(1).
                      02 fab_dateDebut PIC 9(8).
                      02 fab_dateFin PIC 9(8).
                      02 fab_nbJours PIC 9(3).
                      02 fab_saisiPar PIC X(30).
                      02 fab_dateSaisie PIC 9(8).

           FD Fabsimp.
              01 absimpLigne PIC X(80).

           FD Fsauvegarde.
              01 sauvegardeTemp PIC X(200).

           FD Fmanifeste.
              01 manifesteEntete.
                      02 mfe_type PIC X(1).
                      02 mfe_date PIC 9(8).
                      02 mfe_heure PIC 9(6).
                      02 mfe_identifiant PIC X(30).
                      02 mfe_origine PIC X(15).
                      02 mfe_nbFichiers PIC 9(2).
              01 manifesteDetail.
                      02 mfd_type PIC X(1).
                      02 mfd_nomFichier PIC X(30).
                      02 mfd_present PIC 9(1).
                      02 mfd_nbEnregistrements PIC 9(9).
                      02 mfd_totalControle PIC 9(15).
                      02 FILLER PIC X(6).

           FD Fgeneration.
              01 generationTemp.
                      02 fsg_cle.
                      	03 fsg_date PIC 9(8).
                              03 fsg_heure PIC 9(6).
                      02 fsg_identifiant PIC X(30).
                      02 fsg_origine PIC X(15).
                      02 fsg_nbEnregistrements PIC 9(9).
                      02 fsg_statut PIC 9(1).


        WORKING-STORAGE SECTION.
                  01 ws_employeTemp.
                      02 ws_echecs PIC 9(1).
                      02 ws_typeContrat PIC 9(1).
                      02 ws_tauxHoraire PIC 9(3)V9(2).
                      02 ws_soldeConges PIC 9(3)V9(2).
                      02 ws_periodeConges PIC 9(6).

         77 ERREUR PIC X.
          77 FcER PIC 9(2).
          77 FcNR PIC 9(2).
          77 FcDR PIC 9(2).
          77 FcGR PIC 9(2).
          77 FcBCR PIC 9(2).
          77 FcBLR PIC 9(2).
          77 FcFAR PIC 9(2).
          77 FcRGR PIC 9(2).
          77 FcFIR PIC 9(2).
          77 FcBAR PIC 9(2).
          77 FcBIR PIC 9(2).
          77 FcLOR PIC 9(2).
          77 FcMVR PIC 9(2).
          77 FcLIR PIC 9(2).
          77 FcNDR PIC 9(2).
          77 FcCPR PIC 9(2).
          77 FcHPR PIC 9(2).
          77 FcETR PIC 9(2).
          77 FcDGR PIC 9(2).
          77 FcXCR PIC 9(2).
          77 FcCDR PIC 9(2).
          77 FcABR PIC 9(2).
          77 FcAIR PIC 9(2).
          77 FcSVR PIC 9(2).
          77 FcMFR PIC 9(2).
          77 FcSGR PIC 9(2).
          77 VRAI PIC X VALUE "V".
          77 FAUX PIC x VALUE "F".
          77 FIN-MENU PIC X.
      77 wt_modePaiement PIC 9(1).
      77 wt_montantVerse PIC 9(10).
      77 wt_rendu PIC 9(10).
      77 wt_aPayer PIC 9(10).
      77 wt_bonsVendus PIC 9(10).
      01 wz_dateJour.
          02 wz_annee PIC 9(4).
          02 wz_mois PIC 9(2).
      77 wz_nbEmp PIC 9(2).
      77 wz_e PIC 9(2).
      77 wz_trouveEmp PIC 9(1).
      77 wz_montantMode PIC 9(10).
      01 CUMUL-EMPLOYES-JOUR.
          02 wz_empId OCCURS 50 TIMES PIC 9(4).
          02 wz_empTotal OCCURS 50 TIMES PIC 9(11).
      77 wu_idEmploye PIC 9(4).
      77 wu_idClient PIC 9(4).
      77 wu_quantite PIC 9(5).
      77 wu_idTicket PIC 9(4).
      77 wu_prixUnit PIC 9(5).
      77 wu_avoir PIC 9(10).
      01 wu_cleAvoir.
          02 wu_kFacture PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wu_kAchat PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wu_kAvoir PIC 9(10).
      77 w_fe PIC 9(1).
      77 w_te PIC 9(1).
      77 wk_mode PIC 9(1).
          02 FILLER PIC X(8) VALUE "journal_".
          02 wf_archPeriode PIC 9(6).
          02 FILLER PIC X(4) VALUE ".dat".
      77 wb_etat PIC 9(1).
      77 wch_batch PIC 9(1) VALUE 0.
      77 wch_parametres PIC X(80).
      77 wch_mode PIC X(10).
      77 wch_dateParam PIC X(8).
      01 wch_dateTraitement.
          02 wch_annee PIC 9(4).
          02 wch_mois PIC 9(2).
          02 wch_jour PIC 9(2).
      77 wch_etape PIC 9(2).
      77 wch_nbEtapes PIC 9(2) VALUE 14.
      77 wch_derniereEtape PIC 9(2).
      77 wch_arret PIC 9(1).
      77 wch_finMois PIC 9(1).
      77 wch_statut PIC X(6).
      77 wch_nomEtape PIC X(20).
      77 wch_message PIC X(50).
      01 wch_msgOuverture.
          02 FILLER PIC X(38) VALUE "erreur ouverture chaine_reprise.dat : ".
          02 wch_oStatut PIC 9(2).
      01 wch_msgReprise.
          02 FILLER PIC X(22) VALUE "reprise apres l etape ".
          02 wch_rEtape PIC 9(2).
      01 wch_msgSauvErreur.
          02 wch_sErreurs PIC 9(3).
          02 FILLER PIC X(29) VALUE " fichier(s) non sauvegarde(s)".
      01 wch_msgSauvegarde.
          02 wch_sEnreg PIC 9(9).
          02 FILLER PIC X(19) VALUE " enreg. generation ".
          02 wch_sGeneration PIC X(14).
      01 wch_msgRejets.
          02 wch_iRejets PIC 9(5).
          02 FILLER PIC X(32) VALUE " rejet(s) dans ventes_rejets.dat".
      01 wch_msgPostes.
          02 wch_iPostes PIC 9(5).
          02 FILLER PIC X(19) VALUE " ligne(s) postee(s)".
      01 wch_msgCloture.
          02 wch_zTickets PIC 9(5).
          02 FILLER PIC X(28) VALUE " ticket(s) dans le rapport Z".
      01 wch_msgReconciliation.
          02 wch_nEcarts PIC 9(5).
          02 FILLER PIC X(32) VALUE " ecart(s) de compteur corrige(s)".
      01 wch_msgIntegrite.
          02 wch_kAnomalies PIC 9(5).
          02 FILLER PIC X(24) VALUE " anomalie(s) d integrite".
      01 wch_msgExport.
          02 wch_xEnregs PIC 9(6).
          02 FILLER PIC X(29) VALUE " enregistrement(s) exporte(s)".
      01 wch_msgFacturation.
          02 wch_fFactures PIC 9(5).
          02 FILLER PIC X(37) VALUE " facture(s) de compte client emise(s)".
      01 wch_msgBons.
          02 wch_bNombre PIC 9(5).
          02 FILLER PIC X(28) VALUE " bon(s) en circulation pour ".
          02 wch_bTotal PIC 9(11).
      01 wch_msgLots.
          02 wch_lAlertes PIC 9(5).
          02 FILLER PIC X(23) VALUE " lot(s) a DLC dans les ".
          02 wch_lJours PIC 9(3).
          02 FILLER PIC X(6) VALUE " jours".
      01 wch_msgPrix.
          02 wch_pAppliques PIC 9(5).
          02 FILLER PIC X(17) VALUE " prix change(s), ".
          02 wch_pEtiquettes PIC 9(5).
          02 FILLER PIC X(13) VALUE " etiquette(s)".
      01 wch_msgDerogations.
          02 wch_dPrix PIC 9(5).
          02 FILLER PIC X(16) VALUE " prix force(s), ".
          02 wch_dRemises PIC 9(5).
          02 FILLER PIC X(17) VALUE " remise(s) ticket".
      01 wch_msgDormants.
          02 wch_gAnonymises PIC 9(5).
          02 FILLER PIC X(25) VALUE " client(s) anonymise(s), ".
          02 wch_gConserves PIC 9(5).
          02 FILLER PIC X(12) VALUE " conserve(s)".
      01 wch_msgConges.
          02 wch_cAcquis PIC 9(5).
          02 FILLER PIC X(32) VALUE " employe(s) credite(s) en conges".
      77 wch_compteur PIC 9(5).
      01 wdt_date.
          02 wdt_annee PIC 9(4).
          02 wdt_mois PIC 9(2).
          02 wdt_jour PIC 9(2).
      77 wdt_nbJours PIC 9(2).
      77 wdt_quotient PIC 9(4).
      77 wdt_reste PIC 9(3).
      77 wdt_numero PIC 9(7).
      77 wdt_anneeCalc PIC 9(4).
      77 wdt_moisCalc PIC 9(2).
      77 wdt_div4 PIC 9(4).
      77 wdt_div100 PIC 9(4).
      77 wdt_div400 PIC 9(4).
      77 wdt_divMois PIC 9(4).
      77 wcp_idClient PIC 9(4).
      77 wcp_idFacture PIC 9(4).
      77 wcp_nbTickets PIC 9(4).
      77 wcp_montant PIC 9(10).
      77 wcp_nbFactures PIC 9(5).
      77 wcp_totalFactures PIC 9(11).
      01 wcp_periode.
          02 wcp_periodeAnnee PIC 9(4).
          02 wcp_periodeMois PIC 9(2).
      77 wcp_dateFacture PIC 9(8).
      77 wcp_plafond PIC 9(7).
      77 wcp_encours PIC 9(11).
      77 wcp_nonFacture PIC 9(11).
      77 wcp_factureDu PIC 9(11).
      77 wcp_restant PIC 9(10).
      77 wcp_idTicket PIC 9(4).
      77 wcp_retoursTicket PIC 9(10).
      77 wcp_netTicket PIC 9(10).
      77 wcp_finAchat PIC 9(1).
      77 wcp_finRetour PIC 9(1).
      77 wcp_montantRegle PIC 9(10).
      77 wcp_modeReglement PIC 9(1).
      77 wcp_dateArrete PIC 9(8).
      77 wcp_numArrete PIC 9(7).
      77 wcp_age PIC S9(7).
      77 wcp_t PIC 9(1).
      77 wcp_totalClient PIC 9(11).
      77 wcp_totalNonFacture PIC 9(11).
      01 CUMUL-AGE.
          02 wcp_tranche OCCURS 4 TIMES PIC 9(11).
          02 wcp_totalTranche OCCURS 4 TIMES PIC 9(11).
      01 wcp_enteteFacture.
          02 FILLER PIC X(10) VALUE "FACTURE N ".
          02 wcp_eIdFacture PIC 9(4).
          02 FILLER PIC X(4) VALUE " DU ".
          02 wcp_eJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wcp_eMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wcp_eAnnee PIC 9(4).
          02 FILLER PIC X(10) VALUE "  CLIENT ".
          02 wcp_eIdClient PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wcp_eNom PIC X(30).
      01 wcp_ligneFacture.
          02 FILLER PIC X(11) VALUE "  TICKET N ".
          02 wcp_lIdTicket PIC 9(4).
          02 FILLER PIC X(4) VALUE " DU ".
          02 wcp_lJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wcp_lMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wcp_lAnnee PIC 9(4).
          02 FILLER PIC X(3) VALUE " : ".
          02 wcp_lMontant PIC 9(10).
      01 wcp_totalFactureLigne.
          02 FILLER PIC X(16) VALUE "TOTAL A PAYER : ".
          02 wcp_tMontant PIC 9(10).
      77 wba_encore PIC X.
      77 wba_valeur PIC 9(7).
      77 wba_dureeAns PIC 9(1) VALUE 1.
      77 wba_existe PIC 9(1).
      77 wba_idBon PIC 9(4).
      77 wba_montantUtilise PIC 9(10).
      01 wba_dateJour.
          02 wba_annee PIC 9(4).
          02 wba_mois PIC 9(2).
          02 wba_jour PIC 9(2).
      77 wba_dateArrete PIC 9(8).
      77 wba_nbEnCours PIC 9(5).
      77 wba_totalEnCours PIC 9(11).
      77 wba_nbExpires PIC 9(5).
      77 wba_totalExpires PIC 9(11).
      01 wba_enteteEtat.
          02 FILLER PIC X(31) VALUE "BONS D ACHAT EN CIRCULATION AU ".
          02 wba_hJour PIC X(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wba_hMois PIC X(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wba_hAnnee PIC X(4).
      01 wba_venteRecu.
          02 FILLER PIC X(14) VALUE "BON D ACHAT N ".
          02 wba_vIdBon PIC 9(4).
          02 FILLER PIC X(18) VALUE " VALABLE JUSQU AU ".
          02 wba_vJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wba_vMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wba_vAnnee PIC 9(4).
          02 FILLER PIC X(3) VALUE " = ".
          02 wba_vValeur PIC 9(7).
      01 wba_paiementRecu.
          02 FILLER PIC X(15) VALUE "PAYE PAR BON N ".
          02 wba_pIdBon PIC 9(4).
          02 FILLER PIC X(3) VALUE " : ".
          02 wba_pMontant PIC 9(10).
          02 FILLER PIC X(15) VALUE "  SOLDE BON : ".
          02 wba_pSolde PIC 9(7).
      01 wba_ligneEtat.
          02 wba_eIdBon PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wba_eEmission PIC 9(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wba_eExpiration PIC 9(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wba_eValeur PIC 9(7).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wba_eSolde PIC 9(7).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wba_eStatut PIC X(8).
      01 wba_totalEtat.
          02 wba_tLibelle PIC X(30).
          02 wba_tNombre PIC 9(5).
          02 FILLER PIC X(3) VALUE " - ".
          02 wba_tMontant PIC 9(11).
      77 wlo_numLot PIC X(10).
      77 wlo_idProduit PIC 9(4).
      77 wlo_aTraiter PIC 9(7).
      77 wlo_prise PIC 9(7).
      77 wlo_place PIC 9(7).
      77 wlo_fin PIC 9(1).
      77 wlo_joursAlerte PIC 9(3) VALUE 3.
      77 wlo_nbAlertes PIC 9(5).
      77 wlo_nbRadies PIC 9(5).
      77 wlo_numJour PIC 9(7).
      77 wlo_numLimite PIC 9(7).
      77 wlo_radier PIC X.
      77 wlo_qteStock PIC 9(7).
      01 wlo_enteteAlerte.
          02 FILLER PIC X(20) VALUE "LOTS A DLC DANS LES ".
          02 wlo_hJours PIC 9(3).
          02 FILLER PIC X(10) VALUE " JOURS AU ".
          02 wlo_hJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wlo_hMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wlo_hAnnee PIC 9(4).
      01 wlo_cleJournal.
          02 wlo_kIdProduit PIC 9(4).
          02 FILLER PIC X(5) VALUE " LOT ".
          02 wlo_kNumLot PIC X(10).
      01 wlo_dateDlc.
          02 wlo_dAnnee PIC 9(4).
          02 wlo_dMois PIC 9(2).
          02 wlo_dJour PIC 9(2).
      01 wlo_dateJour.
          02 wlo_annee PIC 9(4).
          02 wlo_mois PIC 9(2).
          02 wlo_jour PIC 9(2).
      01 wlo_ligneAlerte.
          02 wlo_aIdProduit PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wlo_aNom PIC X(30).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wlo_aNumLot PIC X(10).
          02 FILLER PIC X(6) VALUE " DLC ".
          02 wlo_aJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wlo_aMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wlo_aAnnee PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wlo_aQuantite PIC 9(7).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wlo_aStatut PIC X(7).
      77 wy_qtePerdue PIC 9(7).
      77 wmv_motif PIC X(1).
      77 wmv_m PIC 9(1).
      77 wmv_quantite PIC 9(5).
      77 wmv_prixUnit PIC 9(5).
      77 wmv_idEmploye PIC 9(4).
      77 wmv_idFournisseur PIC 9(4).
      77 wmv_numLivraison PIC 9(5).
      77 wmv_dateLivraison PIC 9(8).
      77 wmv_qteMax PIC 9(7).
      77 wmv_dejaRetourne PIC 9(7).
      77 wmv_rang PIC 9(5).
      77 wmv_nbLivraisons PIC 9(5).
      77 wmv_fin PIC 9(1).
      77 wmv_valeur PIC 9(11).
      77 wmv_qteProduit PIC 9(7).
      77 wmv_valeurProduit PIC 9(11).
      77 wmv_totalQte PIC 9(9).
      77 wmv_totalValeur PIC 9(13).
      01 wmv_cleJournal.
          02 wmv_kIdMouvement PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wmv_kMotif PIC X(1).
          02 FILLER PIC X(9) VALUE " PRODUIT ".
          02 wmv_kIdProduit PIC 9(4).
      77 wpc_idProduit PIC 9(4).
      77 wpc_date PIC 9(8).
      77 wpc_prix PIC 9(5).
      77 wpc_ancienPrix PIC 9(5).
      77 wpc_nouveauPrix PIC 9(5).
      77 wpc_dateEffet PIC 9(8).
      77 wpc_saisiPar PIC X(30).
      77 wpc_dateLimite PIC 9(8).
      77 wpc_dateTraitement PIC 9(8).
      77 wpc_dateApplication PIC 9(8).
      77 wpc_nbAppliques PIC 9(5).
      77 wpc_nbEtiquettes PIC 9(5).
      77 wpc_fin PIC 9(1).
      01 wpc_cleJournal.
          02 wpc_kIdProduit PIC 9(4).
          02 FILLER PIC X(4) VALUE " AU ".
          02 wpc_kDate PIC X(8).
      01 wpc_enteteEtiquettes.
          02 FILLER PIC X(43) VALUE "ETIQUETTES A REIMPRIMER - PRIX MODIFIES LE ".
          02 wpc_hJour PIC X(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wpc_hMois PIC X(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wpc_hAnnee PIC X(4).
      01 wpc_dateSaisie.
          02 wpc_sAnnee PIC 9(4).
          02 wpc_sMois PIC 9(2).
          02 wpc_sJour PIC 9(2).
      01 wpc_ligneEtiquette.
          02 wpc_eIdProduit PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wpc_eNom PIC X(30).
          02 FILLER PIC X(8) VALUE " PRIX : ".
          02 wpc_ePrix PIC 9(5).
          02 FILLER PIC X(9) VALUE " (AVANT ".
          02 wpc_eAncienPrix PIC 9(5).
          02 FILLER PIC X(7) VALUE ") LE ".
          02 wpc_eJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wpc_eMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wpc_eAnnee PIC 9(4).
      77 wk_nbEcartsPrix PIC 9(5).
      77 wk_prixControle PIC 9(5).
      01 wmv_codesMotifs PIC X(5) VALUE "CVIPR".
      01 wmv_codesMotifs-tab REDEFINES wmv_codesMotifs.
          02 wmv_code OCCURS 5 TIMES PIC X(1).
      01 wmv_libellesMotifs.
          02 FILLER PIC X(25) VALUE "casse".
          02 FILLER PIC X(25) VALUE "vol / disparition".
          02 FILLER PIC X(25) VALUE "usage interne".
          02 FILLER PIC X(25) VALUE "perime (radiation lot)".
          02 FILLER PIC X(25) VALUE "retour fournisseur".
      01 wmv_libellesMotifs-tab REDEFINES wmv_libellesMotifs.
          02 wmv_libelle OCCURS 5 TIMES PIC X(25).
      01 CUMUL-MOTIFS.
          02 wmv_qteMotif OCCURS 5 TIMES PIC 9(9).
          02 wmv_valeurMotif OCCURS 5 TIMES PIC 9(13).
      01 wmv_enteteNote.
          02 FILLER PIC X(17) VALUE "NOTE DE DEBIT N ".
          02 wmv_nIdMouvement PIC 9(4).
          02 FILLER PIC X(4) VALUE " DU ".
          02 wmv_nJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wmv_nMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wmv_nAnnee PIC 9(4).
      01 wmv_fournisseurNote.
          02 FILLER PIC X(14) VALUE "FOURNISSEUR : ".
          02 wmv_nIdFournisseur PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wmv_nNomFournisseur PIC X(30).
      01 wmv_livraisonNote.
          02 FILLER PIC X(10) VALUE "PRODUIT : ".
          02 wmv_nIdProduit PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wmv_nNomProduit PIC X(30).
          02 FILLER PIC X(14) VALUE " LIVRAISON DU ".
          02 wmv_nLJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wmv_nLMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wmv_nLAnnee PIC 9(4).
      01 wmv_montantNote.
          02 FILLER PIC X(11) VALUE "QUANTITE : ".
          02 wmv_nQuantite PIC 9(5).
          02 FILLER PIC X(9) VALUE " X PRIX ".
          02 wmv_nPrix PIC 9(5).
          02 FILLER PIC X(17) VALUE " = A NOUS DEVOIR ".
          02 wmv_nMontant PIC 9(10).
      77 wy_pertesProduit PIC S9(11).
      77 wy_pertesTotal PIC S9(13).
      77 wdg_reponse PIC X(1).
      77 wdg_idSaisi PIC 9(4).
      77 wdg_mdp PIC X(12).
      77 wdg_idApprobateur PIC 9(4).
      77 wdg_motif PIC X(1).
      77 wdg_m PIC 9(1).
      77 wdg_nouveauPrix PIC 9(5).
      77 wdg_type PIC 9(1).
      77 wdg_taux PIC 9(3).
      77 wdg_remise PIC 9(10).
      77 wdg_maxRemise PIC 9(10).
      77 wdg_idApprobRemise PIC 9(4).
      77 wdg_motifRemise PIC X(1).
      77 wdg_dateDebut PIC 9(8).
      77 wdg_dateFin PIC 9(8).
      77 wdg_dateLigne PIC 9(8).
      77 wdg_idCaissier PIC 9(4).
      77 wdg_ecart PIC 9(10).
      77 wdg_i PIC 9(2).
      77 wdg_semaines PIC 9(7).
      77 wdg_jourSemaine PIC 9(1).
      77 wdg_nbCaissiers PIC 9(2).
      77 wdg_nbApprobateurs PIC 9(2).
      77 wdg_nbPrixForces PIC 9(5).
      77 wdg_nbRemises PIC 9(5).
      77 wdg_totalEcart PIC 9(11).
      01 wdg_codesMotifs PIC X(4) VALUE "DACE".
      01 wdg_codesMotifs-tab REDEFINES wdg_codesMotifs.
          02 wdg_code OCCURS 4 TIMES PIC X(1).
      01 wdg_libellesMotifs.
          02 FILLER PIC X(20) VALUE "article endommage".
          02 FILLER PIC X(20) VALUE "alignement de prix".
          02 FILLER PIC X(20) VALUE "geste commercial".
          02 FILLER PIC X(20) VALUE "erreur d etiquette".
      01 wdg_libellesMotifs-tab REDEFINES wdg_libellesMotifs.
          02 wdg_libelle OCCURS 4 TIMES PIC X(20).
      01 CUMUL-DEROG-CAISSIERS.
          02 wdg_caId OCCURS 50 TIMES PIC 9(4).
          02 wdg_caNbPrix OCCURS 50 TIMES PIC 9(5).
          02 wdg_caNbRemises OCCURS 50 TIMES PIC 9(5).
          02 wdg_caMontant OCCURS 50 TIMES PIC 9(11).
      01 CUMUL-DEROG-APPROBATEURS.
          02 wdg_apId OCCURS 50 TIMES PIC 9(4).
          02 wdg_apNbPrix OCCURS 50 TIMES PIC 9(5).
          02 wdg_apNbRemises OCCURS 50 TIMES PIC 9(5).
          02 wdg_apMontant OCCURS 50 TIMES PIC 9(11).
      01 wdg_ligneDetail.
          02 wdg_dType PIC X(6).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wdg_dJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wdg_dMois PIC 9(2).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wdg_dIdTicket PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wdg_dIdCaissier PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wdg_dIdApprob PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wdg_dMotif PIC X(20).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wdg_dAvant PIC 9(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wdg_dEcart PIC 9(10).
      01 wdg_ligneCumul.
          02 wdg_cId PIC 9(4).
          02 FILLER PIC X(3) VALUE SPACES.
          02 wdg_cNbPrix PIC 9(5).
          02 FILLER PIC X(3) VALUE SPACES.
          02 wdg_cNbRemises PIC 9(5).
          02 FILLER PIC X(3) VALUE SPACES.
          02 wdg_cMontant PIC 9(11).
      01 wdg_enteteEtat.
          02 FILLER PIC X(26) VALUE "PRIX FORCES ET REMISES DU ".
          02 wdg_hJourDebut PIC X(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wdg_hMoisDebut PIC X(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wdg_hAnneeDebut PIC X(4).
          02 FILLER PIC X(4) VALUE " AU ".
          02 wdg_hJourFin PIC X(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wdg_hMoisFin PIC X(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wdg_hAnneeFin PIC X(4).
      01 wdg_totalEtat.
          02 wdg_sPrix PIC 9(5).
          02 FILLER PIC X(16) VALUE " prix force(s), ".
          02 wdg_sRemises PIC 9(5).
          02 FILLER PIC X(33) VALUE " remise(s) ticket, total accorde ".
          02 wdg_sEcart PIC 9(11).
      01 wdg_clePrixForce.
          02 wdg_kIdAchat PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wdg_kPrixOrigine PIC 9(5).
          02 FILLER PIC X(1) VALUE ">".
          02 wdg_kPrixUnit PIC 9(5).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wdg_kMotif PIC X(1).
          02 FILLER PIC X(2) VALUE " V".
          02 wdg_kApprobateur PIC 9(4).
      01 wdg_cleRemise.
          02 wdg_rIdTicket PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wdg_rRemise PIC 9(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wdg_rMotif PIC X(1).
          02 FILLER PIC X(2) VALUE " V".
          02 wdg_rApprobateur PIC 9(4).
      77 wrg_idClient PIC 9(4).
      77 wrg_cleClient PIC X(30).
      77 wrg_reponse PIC X(1).
      77 wrg_mode PIC 9(1).
      77 wrg_anneesDormance PIC 9(2) VALUE 3.
      77 wrg_dateArrete PIC 9(8).
      77 wrg_dateLimite PIC 9(8).
      77 wrg_derniereActivite PIC 9(8).
      77 wrg_nbTickets PIC 9(5).
      77 wrg_nbAchats PIC 9(5).
      77 wrg_nbRetours PIC 9(5).
      77 wrg_nbJournal PIC 9(5).
      77 wrg_points PIC 9(10).
      77 wrg_nbDormants PIC 9(5).
      77 wrg_nbConserves PIC 9(5).
      77 wrg_nbAnonymises PIC 9(5).
      77 wrg_fin PIC 9(1).
      01 wrg_ligneDormant.
          02 wrg_dIdClient PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_dNom PIC X(30).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_dActivite PIC 9(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_dEncours PIC 9(11).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_dDecision PIC X(20).
      77 wrg_dateCreation PIC 9(8).
      77 wrg_dateJour PIC 9(8).
      77 wrg_anneesArchives PIC 9(2) VALUE 10.
      77 wrg_periodeFin PIC 9(6).
      01 wrg_periode.
          02 wrg_perAnnee PIC 9(4).
          02 wrg_perMois PIC 9(2).
      01 wrg_ligneJournal.
          02 FILLER PIC X(3) VALUE SPACES.
          02 wrg_jDate PIC 9(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_jHeure PIC 9(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_jIdentifiant PIC X(30).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_jAction PIC X(15).
      01 wrg_ficheEntete.
          02 FILLER PIC X(30) VALUE "EXTRAIT DES DONNEES DU CLIENT ".
          02 wrg_fIdClient PIC 9(4).
      01 wrg_ficheNom.
          02 FILLER PIC X(6) VALUE "NOM : ".
          02 wrg_fNom PIC X(30).
          02 FILLER PIC X(10) VALUE " PRENOM : ".
          02 wrg_fPrenom PIC X(30).
      01 wrg_ficheNaissance.
          02 FILLER PIC X(11) VALUE "NE(E) LE : ".
          02 wrg_fJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wrg_fMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wrg_fAnnee PIC 9(4).
          02 FILLER PIC X(15) VALUE " CODE POSTAL : ".
          02 wrg_fCodePost PIC 9(5).
      01 wrg_ficheFidelite.
          02 FILLER PIC X(19) VALUE "ARTICLES ACHETES : ".
          02 wrg_fNbArtAch PIC 9(13).
          02 FILLER PIC X(19) VALUE " POINTS FIDELITE : ".
          02 wrg_fPoints PIC 9(13).
      01 wrg_ficheCompte.
          02 FILLER PIC X(19) VALUE "CLIENT EN COMPTE : ".
          02 wrg_fCompte PIC 9(1).
          02 FILLER PIC X(11) VALUE " PLAFOND : ".
          02 wrg_fPlafond PIC 9(7).
          02 FILLER PIC X(13) VALUE " ANONYMISE : ".
          02 wrg_fAnonyme PIC 9(1).
          02 FILLER PIC X(11) VALUE " CREE LE : ".
          02 wrg_fDateCreation PIC 9(8).
      01 wrg_ligneTicket.
          02 FILLER PIC X(3) VALUE SPACES.
          02 wrg_tIdTicket PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_tJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wrg_tMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wrg_tAnnee PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_tNbLignes PIC 9(3).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_tTotal PIC 9(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_tMode PIC 9(1).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_tPointsUtilises PIC 9(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_tPoints PIC 9(10).
      01 wrg_ligneAchat.
          02 FILLER PIC X(3) VALUE SPACES.
          02 wrg_aIdAchat PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_aJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wrg_aMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wrg_aAnnee PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_aIdProduit PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_aQuantite PIC 9(5).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_aPrixUnit PIC 9(5).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wrg_aIdTicket PIC 9(4).
      01 wrg_ligneRetour.
          02 FILLER PIC X(13) VALUE "      RETOUR ".
          02 wrg_rIdRetour PIC 9(4).
          02 FILLER PIC X(4) VALUE " DU ".
          02 wrg_rJour PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wrg_rMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wrg_rAnnee PIC 9(4).
          02 FILLER PIC X(10) VALUE " QUANTITE ".
          02 wrg_rQuantite PIC 9(5).
      01 wrg_enteteDormants.
          02 FILLER PIC X(30) VALUE "CLIENTS SANS TICKET DEPUIS LE ".
          02 wrg_hJour PIC X(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wrg_hMois PIC X(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wrg_hAnnee PIC X(4).
      01 wrg_totalDormants.
          02 wrg_sDormants PIC 9(5).
          02 FILLER PIC X(25) VALUE " client(s) a anonymiser, ".
          02 wrg_sConserves PIC 9(5).
          02 FILLER PIC X(22) VALUE " conserve(s) (encours)".
      77 wab_dateJour PIC 9(8).
      77 wab_idEmploye PIC 9(4).
      77 wab_type PIC X(1).
      77 wab_t PIC 9(1).
      77 wab_du PIC 9(8).
      77 wab_au PIC 9(8).
      77 wab_nbJours PIC 9(3).
      77 wab_semaines PIC 9(7).
      77 wab_jourSemaine PIC 9(1).
      77 wab_chevauchement PIC 9(1).
      77 wab_fin PIC 9(1).
      77 wab_debutMois PIC 9(8).
      77 wab_finMois PIC 9(8).
      77 wab_joursOuvrablesMois PIC 9(2).
      77 wab_minutesJour PIC 9(3) VALUE 420.
      77 wab_acquisMensuel PIC 9(1)V9(2) VALUE 2.50.
      77 wab_periode PIC 9(6).
      77 wab_nbAcquis PIC 9(5).
      77 wab_paieConges PIC 9(7)V9(2).
      77 wab_retenue PIC 9(7)V9(2).
      01 wab_codesTypes PIC X(3) VALUE "CMS".
      01 wab_codesTypes-tab REDEFINES wab_codesTypes.
          02 wab_code OCCURS 3 TIMES PIC X(1).
      01 CUMUL-ABSENCES.
          02 wab_jours OCCURS 3 TIMES PIC 9(3).
      01 wab_ligneEtat.
          02 wab_eIdEmploye PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wab_eNom PIC X(20).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wab_ePrenom PIC X(15).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wab_eConges PIC 9(3).
          02 FILLER PIC X(3) VALUE SPACES.
          02 wab_eMaladie PIC 9(3).
          02 FILLER PIC X(3) VALUE SPACES.
          02 wab_eSansSolde PIC 9(3).
          02 FILLER PIC X(3) VALUE SPACES.
          02 wab_eSolde PIC 9(3).99.
      01 wab_cleAbsence.
          02 wab_kIdAbsence PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wab_kIdEmploye PIC 9(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wab_kType PIC X(1).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wab_kDebut PIC 9(8).
          02 FILLER PIC X(1) VALUE "-".
          02 wab_kFin PIC 9(8).
      01 wab_enteteEtat.
          02 FILLER PIC X(17) VALUE "ABSENCES DU MOIS ".
          02 wab_hMois PIC 9(2).
          02 FILLER PIC X(1) VALUE "/".
          02 wab_hAnnee PIC 9(4).
          02 FILLER PIC X(18) VALUE " (JOURS OUVRABLES)".
      01 wr_remiseTicketRecu.
          02 FILLER PIC X(16) VALUE "REMISE TICKET : ".
          02 wr_kRemise PIC 9(10).
          02 FILLER PIC X(10) VALUE "  MOTIF : ".
          02 wr_kMotif PIC X(20).
      77 wsv_f PIC 9(2).
      77 wsv_nbFichiers PIC 9(2) VALUE 26.
      77 wsv_nbGenerations PIC 9(2) VALUE 7.
      77 wsv_fin PIC 9(1).
      77 wsv_statut PIC 9(2).
      77 wsv_nbEnreg PIC 9(9).
      77 wsv_total PIC 9(15).
      77 wsv_totalEnreg PIC 9(9).
      77 wsv_nbErreurs PIC 9(3).
      77 wsv_nbAnomalies PIC 9(3).
      77 wsv_nbDisponibles PIC 9(3).
      77 wsv_aPurger PIC 9(3).
      77 wsv_nbSessions PIC 9(3).
      77 wsv_heureComplete PIC 9(8).
      77 wsv_dateJour PIC 9(8).
      77 wsv_origine PIC X(15).
      77 wsv_reponse PIC X(1).
      77 wsv_generation PIC X(14).
      77 wsv_nbVides PIC 9(2).
      01 wsv_cleRestaur.
          02 wsv_rGeneration PIC X(14).
          02 FILLER PIC X(7) VALUE " VIDES ".
          02 wsv_rNbVides PIC 9(2).
      01 wsv_cleJournal.
          02 wsv_kGeneration PIC X(14).
          02 FILLER PIC X(1) VALUE SPACE.
          02 wsv_kOrigine PIC X(15).
      01 wsv_nomSauvegarde.
          02 FILLER PIC X(2) VALUE "sv".
          02 wsv_genDate PIC 9(8).
          02 wsv_genHeure PIC 9(6).
          02 FILLER PIC X(1) VALUE "_".
          02 wsv_genFichier PIC X(30).
      01 wsv_nomManifeste.
          02 FILLER PIC X(2) VALUE "sv".
          02 wsv_manDate PIC 9(8).
          02 wsv_manHeure PIC 9(6).
          02 FILLER PIC X(14) VALUE "_manifeste.txt".
      01 wsv_fichiers.
          02 FILLER PIC X(30) VALUE "employes.dat".
          02 FILLER PIC X(30) VALUE "produits.dat".
          02 FILLER PIC X(30) VALUE "clients.dat".
          02 FILLER PIC X(30) VALUE "achats.dat".
          02 FILLER PIC X(30) VALUE "tickets.dat".
          02 FILLER PIC X(30) VALUE "retours.dat".
          02 FILLER PIC X(30) VALUE "fournisseurs.dat".
          02 FILLER PIC X(30) VALUE "livraisons.dat".
          02 FILLER PIC X(30) VALUE "ventes_import.dat".
          02 FILLER PIC X(30) VALUE "historiques.dat".
          02 FILLER PIC X(30) VALUE "identifiants.dat".
          02 FILLER PIC X(30) VALUE "checkpoint.dat".
          02 FILLER PIC X(30) VALUE "journal.dat".
          02 FILLER PIC X(30) VALUE "promotions.dat".
          02 FILLER PIC X(30) VALUE "pointages.dat".
          02 FILLER PIC X(30) VALUE "inventaires.dat".
          02 FILLER PIC X(30) VALUE "clotures.dat".
          02 FILLER PIC X(30) VALUE "chaine_reprise.dat".
          02 FILLER PIC X(30) VALUE "factures.dat".
          02 FILLER PIC X(30) VALUE "reglements.dat".
          02 FILLER PIC X(30) VALUE "bons_achat.dat".
          02 FILLER PIC X(30) VALUE "lots.dat".
          02 FILLER PIC X(30) VALUE "mouvements.dat".
          02 FILLER PIC X(30) VALUE "changements_prix.dat".
          02 FILLER PIC X(30) VALUE "historique_prix.dat".
          02 FILLER PIC X(30) VALUE "absences.dat".
      01 wsv_fichiers-tab REDEFINES wsv_fichiers.
          02 wsv_nomFichier OCCURS 26 TIMES PIC X(30).
      01 wsv_etatFichiers.
          02 wsv_present OCCURS 26 TIMES PIC 9(1).



          
                MOVE FAUX TO FIN-MENU.
                MOVE 0 TO w_conversion.
                ACCEPT wch_parametres FROM COMMAND-LINE.
                PERFORM MIGRER_DONNEES.
                IF w_conversion = 1
                   DISPLAY "arret : convertir les fichiers avant de relancer"
                   IF wch_parametres NOT = SPACES
                      MOVE 8 TO RETURN-CODE
                   END-IF
                ELSE
                   IF wch_parametres NOT = SPACES
                      PERFORM CHAINE_BATCH
                   ELSE
                      perform login
                      PERFORM MENU-PRINCIPAL UNTIL FIN-MENU = VRAI
                   END-IF
                END-IF.
STOP RUN.

                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        MOVE 0 TO w_migration
                        IF fc_points NOT NUMERIC
                           MOVE 0 TO fc_points
                           MOVE 1 TO w_migration
                        END-IF
                        IF fc_compte NOT NUMERIC
                           MOVE 0 TO fc_compte
                           MOVE 1 TO w_migration
                        END-IF
                        IF fc_plafond NOT NUMERIC
                           MOVE 0 TO fc_plafond
                           MOVE 1 TO w_migration
                        END-IF
                        IF fc_anonyme NOT NUMERIC
                           MOVE 0 TO fc_anonyme
                           MOVE 0 TO fc_dateCreation
                           MOVE 1 TO w_migration
                        END-IF
                        IF w_migration = 1
                           REWRITE clientTemp
                        END-IF
                  END-READ
                           MOVE 0 TO ft_pointsUtilises
                           MOVE 1 TO w_migration
                        END-IF
                        IF ft_idFacture NOT NUMERIC
                           MOVE 0 TO ft_idFacture
                           MOVE 1 TO w_migration
                        END-IF
                        IF ft_bonsVendus NOT NUMERIC
                           MOVE 0 TO ft_bonsVendus
                           MOVE 1 TO w_migration
                        END-IF
                        IF ft_idBon NOT NUMERIC
                           MOVE 0 TO ft_idBon
                           MOVE 1 TO w_migration
                        END-IF
                        IF ft_montantBon NOT NUMERIC
                           MOVE 0 TO ft_montantBon
                           MOVE 1 TO w_migration
                        END-IF
                        IF ft_remise NOT NUMERIC
                           MOVE 0 TO ft_remise
                           MOVE 0 TO ft_idApprobRemise
                           MOVE SPACE TO ft_motifRemise
                           MOVE 1 TO w_migration
                        END-IF
                        IF w_migration = 1
                           REWRITE ticketTemp
                        END-IF
                           MOVE 0 TO fe_tauxHoraire
                           MOVE 1 TO w_migration
                        END-IF
                        IF fe_soldeConges NOT NUMERIC
                           MOVE 0 TO fe_soldeConges
                           MOVE 0 TO fe_periodeConges
                           MOVE 1 TO w_migration
                        END-IF
                        IF w_migration = 1
                           REWRITE employeTemp
                        END-IF
                           MOVE 1 TO fa_codeTva
                           MOVE 1 TO w_migration
                        END-IF
                        IF fa_idApprobateur NOT NUMERIC
                           MOVE 0 TO fa_prixOrigine
                           MOVE 0 TO fa_idApprobateur
                           MOVE SPACE TO fa_motifDerog
                           MOVE 1 TO w_migration
                        END-IF
                        IF w_migration = 1
                           REWRITE achatTemp
                        END-IF
               CONTINUE
         END-EVALUATE.

CHAINE_BATCH.
         MOVE 1 TO wch_batch
         MOVE "BATCH" TO wj_identifiantConnecte
         MOVE 1 TO admin
         MOVE SPACES TO wch_mode
         MOVE SPACES TO wch_dateParam
         UNSTRING wch_parametres DELIMITED BY ALL SPACE
            INTO wch_mode wch_dateParam
         END-UNSTRING
         MOVE FAUX TO ERREUR
         IF wch_mode NOT = "BATCH" OR wch_dateParam NOT NUMERIC
            MOVE VRAI TO ERREUR
         ELSE
            MOVE wch_dateParam TO wch_dateTraitement
            MOVE wch_dateTraitement TO wdt_date
            PERFORM NB_JOURS_MOIS
            IF wch_mois < 1 OR wch_mois > 12
               OR wch_jour < 1 OR wch_jour > wdt_nbJours
               MOVE VRAI TO ERREUR
            END-IF
         END-IF
         IF ERREUR = VRAI
            DISPLAY "parametre invalide, syntaxe : BATCH AAAAMMJJ"
            MOVE 8 TO RETURN-CODE
         ELSE
            PERFORM LANCER_CHAINE_BATCH
         END-IF.

LANCER_CHAINE_BATCH.
         DISPLAY "Chaine de fin de journee du " wch_jour "/" wch_mois
            "/" wch_annee
         MOVE wch_dateTraitement TO wdt_date
         PERFORM JOUR_SUIVANT
         IF wdt_mois NOT = wch_mois
            MOVE 1 TO wch_finMois
         ELSE
            MOVE 0 TO wch_finMois
         END-IF
         PERFORM OUVRIR_REPRISE_CHAINE
         MOVE 0 TO wch_etape
         MOVE "CHAINE" TO wch_nomEtape
         PERFORM ECRIRE_LOG_CHAINE
         IF wch_statut = "ECHEC"
            MOVE wch_dateTraitement TO wj_cle
            MOVE "BATCH_ARRET" TO wj_action
            PERFORM ENREGISTRER_JOURNAL
         ELSE
            IF fch_statut = "OK"
               CLOSE Fchaine
            ELSE
               MOVE 0 TO wch_arret
               PERFORM VARYING wch_etape FROM 1 BY 1
                  UNTIL wch_etape > wch_nbEtapes OR wch_arret = 1
                  IF wch_etape > wch_derniereEtape
                     PERFORM EXECUTER_ETAPE_CHAINE
                  END-IF
               END-PERFORM
               PERFORM TERMINER_CHAINE
            END-IF
         END-IF.

OUVRIR_REPRISE_CHAINE.
         MOVE SPACES TO wch_statut
         MOVE SPACES TO wch_message
         OPEN I-O Fchaine
         EVALUATE FcBCR
            WHEN 35
               OPEN OUTPUT Fchaine
               CLOSE Fchaine
               OPEN I-O Fchaine
            WHEN 00
               CONTINUE
            WHEN OTHER
               MOVE "ECHEC" TO wch_statut
               MOVE FcBCR TO wch_oStatut
               MOVE wch_msgOuverture TO wch_message
               MOVE 8 TO RETURN-CODE
         END-EVALUATE
         IF wch_statut NOT = "ECHEC"
            MOVE wch_dateTraitement TO fch_dateTraitement
            READ Fchaine
               INVALID KEY
                  MOVE wch_dateTraitement TO fch_dateTraitement
                  MOVE 0 TO fch_derniereEtape
                  MOVE "EC" TO fch_statut
                  WRITE chaineTemp
                  MOVE 0 TO wch_derniereEtape
                  MOVE "DEBUT" TO wch_statut
                  MOVE "lancement de la chaine" TO wch_message
               NOT INVALID KEY
                  MOVE fch_derniereEtape TO wch_derniereEtape
                  IF fch_statut = "OK"
                     MOVE "DEJA" TO wch_statut
                     MOVE "chaine deja terminee pour cette date"
                        TO wch_message
                  ELSE
                     MOVE "EC" TO fch_statut
                     REWRITE chaineTemp
                     MOVE "REPRIS" TO wch_statut
                     MOVE wch_derniereEtape TO wch_rEtape
                     MOVE wch_msgReprise TO wch_message
                  END-IF
            END-READ
         END-IF.

EXECUTER_ETAPE_CHAINE.
         MOVE "OK" TO wch_statut
         MOVE SPACES TO wch_message
         EVALUATE wch_etape
            WHEN 1
               MOVE "SAUVEGARDE" TO wch_nomEtape
               PERFORM ETAPE_SAUVEGARDE
            WHEN 2
               MOVE "IMPORT_VENTES" TO wch_nomEtape
               PERFORM ETAPE_IMPORT_VENTES
            WHEN 3
               MOVE "CLOTURE_JOURNEE" TO wch_nomEtape
               PERFORM ETAPE_CLOTURE_JOURNEE
            WHEN 4
               MOVE "RECONCILIATION" TO wch_nomEtape
               PERFORM ETAPE_RECONCILIATION
            WHEN 5
               MOVE "CONTROLE_INTEGRITE" TO wch_nomEtape
               PERFORM ETAPE_CONTROLE_INTEGRITE
            WHEN 6
               MOVE "HISTORIQUE" TO wch_nomEtape
               PERFORM ETAPE_HISTORIQUE
            WHEN 7
               MOVE "EXPORT_COMPTA" TO wch_nomEtape
               PERFORM ETAPE_EXPORT_COMPTA
            WHEN 8
               MOVE "FACTURATION" TO wch_nomEtape
               PERFORM ETAPE_FACTURATION
            WHEN 9
               MOVE "ETAT_BONS_ACHAT" TO wch_nomEtape
               PERFORM ETAPE_ETAT_BONS
            WHEN 10
               MOVE "ALERTE_DLC" TO wch_nomEtape
               PERFORM ETAPE_ALERTE_DLC
            WHEN 11
               MOVE "CHANGEMENTS_PRIX" TO wch_nomEtape
               PERFORM ETAPE_CHANGEMENTS_PRIX
            WHEN 12
               MOVE "DEROGATIONS_HEBDO" TO wch_nomEtape
               PERFORM ETAPE_DEROGATIONS
            WHEN 13
               MOVE "CLIENTS_DORMANTS" TO wch_nomEtape
               PERFORM ETAPE_CLIENTS_DORMANTS
            WHEN 14
               MOVE "CONGES_ABSENCES" TO wch_nomEtape
               PERFORM ETAPE_CONGES_ABSENCES
         END-EVALUATE
         PERFORM ECRIRE_LOG_CHAINE
         IF wch_statut = "ECHEC"
            MOVE 1 TO wch_arret
         ELSE
            MOVE wch_etape TO fch_derniereEtape
            MOVE wch_etape TO wch_derniereEtape
            REWRITE chaineTemp
         END-IF.

TERMINER_CHAINE.
         MOVE 0 TO wch_etape
         MOVE "CHAINE" TO wch_nomEtape
         IF wch_arret = 1
            MOVE "KO" TO fch_statut
            REWRITE chaineTemp
            MOVE "ARRET" TO wch_statut
            MOVE "chaine arretee, relancer apres correction"
               TO wch_message
            MOVE 8 TO RETURN-CODE
            MOVE "BATCH_ARRET" TO wj_action
         ELSE
            MOVE "OK" TO fch_statut
            REWRITE chaineTemp
            MOVE "FIN" TO wch_statut
            MOVE "chaine terminee" TO wch_message
            MOVE "BATCH_FIN" TO wj_action
         END-IF
         CLOSE Fchaine
         PERFORM ECRIRE_LOG_CHAINE
         MOVE wch_dateTraitement TO wj_cle
         PERFORM ENREGISTRER_JOURNAL.

ECRIRE_LOG_CHAINE.
         OPEN EXTEND Fchainelog
         EVALUATE FcBLR
            WHEN 35
               OPEN OUTPUT Fchainelog
               CLOSE Fchainelog
               OPEN EXTEND Fchainelog
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE SPACES TO chaineLigne
         MOVE wch_dateTraitement TO fcl_dateTraitement
         ACCEPT fcl_date FROM DATE YYYYMMDD
         ACCEPT fcl_heure FROM TIME
         MOVE wch_etape TO fcl_etape
         MOVE wch_nomEtape TO fcl_nomEtape
         MOVE wch_statut TO fcl_statut
         MOVE wch_message TO fcl_message
         WRITE chaineLigne
         CLOSE Fchainelog
         DISPLAY "etape " wch_etape " " wch_nomEtape " : " wch_statut
            " " wch_message.

ETAPE_SAUVEGARDE.
         CLOSE Fchaine
         MOVE "BATCH" TO wsv_origine
         PERFORM SAUVEGARDE_GENERATION
         OPEN I-O Fchaine
         MOVE wch_dateTraitement TO fch_dateTraitement
         READ Fchaine
            INVALID KEY
               CONTINUE
         END-READ
         IF wsv_nbErreurs > 0
            MOVE "ECHEC" TO wch_statut
            MOVE wsv_nbErreurs TO wch_sErreurs
            MOVE wch_msgSauvErreur TO wch_message
         ELSE
            MOVE wsv_totalEnreg TO wch_sEnreg
            MOVE wsv_generation TO wch_sGeneration
            MOVE wch_msgSauvegarde TO wch_message
         END-IF.

ETAPE_IMPORT_VENTES.
         PERFORM IMPORT_VENTES
         EVALUATE wb_etat
            WHEN 0
               MOVE "aucun fichier de ventes a importer" TO wch_message
            WHEN 2
               MOVE "ECHEC" TO wch_statut
               MOVE "erreur ouverture ou reecriture ventes_import.dat"
                  TO wch_message
            WHEN OTHER
               IF wb_nbRejets > 0
                  MOVE "ECHEC" TO wch_statut
                  MOVE wb_nbRejets TO wch_iRejets
                  MOVE wch_msgRejets TO wch_message
               ELSE
                  MOVE wb_nbPostes TO wch_iPostes
                  MOVE wch_msgPostes TO wch_message
               END-IF
         END-EVALUATE.

RECONDUIRE_REJETS_IMPORT.
         OPEN OUTPUT Fimport
         IF FcMR NOT = 00
            DISPLAY "erreur reecriture de ventes_import.dat : " FcMR
            MOVE 2 TO wb_etat
         ELSE
            OPEN INPUT Frejet
            MOVE 0 TO wb_fin
            PERFORM WITH TEST AFTER UNTIL wb_fin = 1
               READ Frejet
                  AT END
                     MOVE 1 TO wb_fin
                  NOT AT END
                     MOVE fx_idProduit TO fb_idProduit
                     MOVE fx_quantite TO fb_quantite
                     MOVE fx_dateVen TO fb_dateVen
                     MOVE fx_idEmploye TO fb_idEmploye
                     MOVE fx_idClient TO fb_idClient
                     WRITE importTemp
               END-READ
            END-PERFORM
            CLOSE Fimport
            CLOSE Frejet
            DISPLAY "lignes rejetees reconduites dans ventes_import.dat"
               " pour correction avant relance"
         END-IF.

VIDER_IMPORT_VENTES.
         OPEN OUTPUT Fimport
         IF FcMR NOT = 00
            DISPLAY "erreur remise a zero de ventes_import.dat : " FcMR
            MOVE 2 TO wb_etat
         ELSE
            CLOSE Fimport
            DISPLAY "ventes_import.dat vide apres integration"
         END-IF.

ETAPE_CLOTURE_JOURNEE.
         MOVE wch_dateTraitement TO wz_dateJour
         PERFORM CLOTURER_JOURNEE
         IF wz_deja = 1
            MOVE "journee deja cloturee" TO wch_message
         ELSE
            MOVE wz_nbTickets TO wch_zTickets
            MOVE wch_msgCloture TO wch_message
         END-IF.

ETAPE_RECONCILIATION.
         PERFORM RECONCILIATION
         MOVE wn_nbEcarts TO wch_nEcarts
         MOVE wch_msgReconciliation TO wch_message.

ETAPE_CONTROLE_INTEGRITE.
         PERFORM CONTROLE_INTEGRITE
         IF wk_nbAnomalies > 0
            MOVE "ECHEC" TO wch_statut
            MOVE wk_nbAnomalies TO wch_kAnomalies
            MOVE wch_msgIntegrite TO wch_message
         ELSE
            MOVE "aucune anomalie" TO wch_message
         END-IF.

ETAPE_HISTORIQUE.
         IF wch_finMois = 0
            MOVE "SAUTEE" TO wch_statut
            MOVE "pas une fin de mois" TO wch_message
         ELSE
            MOVE wch_annee TO wh_annee
            MOVE wch_mois TO wh_mois
            PERFORM POSTER_HISTORIQUE_MOIS
            MOVE "historique mensuel enregistre" TO wch_message
         END-IF.

ETAPE_EXPORT_COMPTA.
         IF wch_finMois = 0
            MOVE "SAUTEE" TO wch_statut
            MOVE "pas une fin de mois" TO wch_message
         ELSE
            MOVE wch_annee TO wex_periodeAnnee
            MOVE wch_mois TO wex_periodeMois
            MOVE SPACES TO wex_perCle
            MOVE wex_periode TO wex_perCle
            PERFORM VERIFIER_EXPORT_DEJA_FAIT
            IF wex_deja = 1
               MOVE "periode deja exportee, export conserve"
                  TO wch_message
            ELSE
               PERFORM ECRIRE_EXPORT_COMPTA
               MOVE wex_nbEnregs TO wch_xEnregs
               MOVE wch_msgExport TO wch_message
            END-IF
         END-IF.

ETAPE_FACTURATION.
         IF wch_finMois = 0
            MOVE "SAUTEE" TO wch_statut
            MOVE "pas une fin de mois" TO wch_message
         ELSE
            MOVE wch_annee TO wcp_periodeAnnee
            MOVE wch_mois TO wcp_periodeMois
            MOVE wch_dateTraitement TO wcp_dateFacture
            PERFORM FACTURER_PERIODE
            MOVE wcp_nbFactures TO wch_fFactures
            MOVE wch_msgFacturation TO wch_message
         END-IF.

ETAPE_ETAT_BONS.
         IF wch_finMois = 0
            MOVE "SAUTEE" TO wch_statut
            MOVE "pas une fin de mois" TO wch_message
         ELSE
            MOVE wch_dateTraitement TO wba_dateArrete
            PERFORM ETAT_BONS_ACHAT
            MOVE wba_nbEnCours TO wch_bNombre
            MOVE wba_totalEnCours TO wch_bTotal
            MOVE wch_msgBons TO wch_message
         END-IF.

ETAPE_ALERTE_DLC.
         MOVE wch_dateTraitement TO wlo_dateJour
         PERFORM ETAT_LOTS_DLC
         MOVE wlo_nbAlertes TO wch_lAlertes
         MOVE wlo_joursAlerte TO wch_lJours
         MOVE wch_msgLots TO wch_message.

ETAPE_CHANGEMENTS_PRIX.
         MOVE wch_dateTraitement TO wpc_dateTraitement
         MOVE wch_dateTraitement TO wdt_date
         PERFORM JOUR_SUIVANT
         MOVE wdt_date TO wpc_dateLimite
         PERFORM APPLIQUER_CHANGEMENTS_PRIX
         MOVE wpc_nbAppliques TO wch_pAppliques
         MOVE wpc_nbEtiquettes TO wch_pEtiquettes
         MOVE wch_msgPrix TO wch_message.

ETAPE_DEROGATIONS.
         MOVE wch_dateTraitement TO wdt_date
         PERFORM DATE_EN_NUMERO
         DIVIDE wdt_numero BY 7 GIVING wdg_semaines
            REMAINDER wdg_jourSemaine
         IF wdg_jourSemaine NOT = 5
            MOVE "SAUTEE" TO wch_statut
            MOVE "pas une fin de semaine" TO wch_message
         ELSE
            MOVE wch_dateTraitement TO wdg_dateFin
            PERFORM JOUR_PRECEDENT 6 TIMES
            MOVE wdt_date TO wdg_dateDebut
            PERFORM ETAT_DEROGATIONS
            MOVE wdg_nbPrixForces TO wch_dPrix
            MOVE wdg_nbRemises TO wch_dRemises
            MOVE wch_msgDerogations TO wch_message
         END-IF.

ETAPE_CLIENTS_DORMANTS.
         IF wch_finMois = 0 OR wch_mois NOT = 12
            MOVE "SAUTEE" TO wch_statut
            MOVE "pas une fin d annee" TO wch_message
         ELSE
            MOVE wch_dateTraitement TO wrg_dateArrete
            MOVE 0 TO wrg_mode
            PERFORM ETAT_CLIENTS_DORMANTS
            MOVE 1 TO wrg_mode
            PERFORM ETAT_CLIENTS_DORMANTS
            MOVE wrg_nbAnonymises TO wch_gAnonymises
            MOVE wrg_nbConserves TO wch_gConserves
            MOVE wch_msgDormants TO wch_message
         END-IF.

ETAPE_CONGES_ABSENCES.
         IF wch_finMois = 0
            MOVE "SAUTEE" TO wch_statut
            MOVE "pas une fin de mois" TO wch_message
         ELSE
            MOVE wch_dateTraitement(1:6) TO wab_periode
            PERFORM ACQUERIR_CONGES
            MOVE wch_annee TO annee
            MOVE wch_mois TO mois
            PERFORM ETAT_ABSENCES
            MOVE wab_nbAcquis TO wch_cAcquis
            MOVE wch_msgConges TO wch_message
         END-IF.

NB_JOURS_MOIS.
         EVALUATE wdt_mois
            WHEN 4
            WHEN 6
            WHEN 9
            WHEN 11
               MOVE 30 TO wdt_nbJours
            WHEN 2
               MOVE 28 TO wdt_nbJours
               DIVIDE wdt_annee BY 4 GIVING wdt_quotient
                  REMAINDER wdt_reste
               IF wdt_reste = 0
                  MOVE 29 TO wdt_nbJours
                  DIVIDE wdt_annee BY 100 GIVING wdt_quotient
                     REMAINDER wdt_reste
                  IF wdt_reste = 0
                     DIVIDE wdt_annee BY 400 GIVING wdt_quotient
                        REMAINDER wdt_reste
                     IF wdt_reste NOT = 0
                        MOVE 28 TO wdt_nbJours
                     END-IF
                  END-IF
               END-IF
            WHEN OTHER
               MOVE 31 TO wdt_nbJours
         END-EVALUATE.

JOUR_SUIVANT.
         PERFORM NB_JOURS_MOIS
         ADD 1 TO wdt_jour
         IF wdt_jour > wdt_nbJours
            MOVE 1 TO wdt_jour
            ADD 1 TO wdt_mois
            IF wdt_mois > 12
               MOVE 1 TO wdt_mois
               ADD 1 TO wdt_annee
            END-IF
         END-IF.

JOUR_PRECEDENT.
         SUBTRACT 1 FROM wdt_jour
         IF wdt_jour = 0
            SUBTRACT 1 FROM wdt_mois
            IF wdt_mois = 0
               MOVE 12 TO wdt_mois
               SUBTRACT 1 FROM wdt_annee
            END-IF
            PERFORM NB_JOURS_MOIS
            MOVE wdt_nbJours TO wdt_jour
         END-IF.

DATE_EN_NUMERO.
         IF wdt_mois > 2
            MOVE wdt_annee TO wdt_anneeCalc
            COMPUTE wdt_moisCalc = wdt_mois - 3
         ELSE
            COMPUTE wdt_anneeCalc = wdt_annee - 1
            COMPUTE wdt_moisCalc = wdt_mois + 9
         END-IF
         DIVIDE wdt_anneeCalc BY 4 GIVING wdt_div4
         DIVIDE wdt_anneeCalc BY 100 GIVING wdt_div100
         DIVIDE wdt_anneeCalc BY 400 GIVING wdt_div400
         COMPUTE wdt_divMois = (153 * wdt_moisCalc) + 2
         DIVIDE wdt_divMois BY 5 GIVING wdt_divMois
         COMPUTE wdt_numero = (365 * wdt_anneeCalc) + wdt_div4
            - wdt_div100 + wdt_div400 + wdt_divMois + wdt_jour.

         MENU-PRINCIPAL.
         EVALUATE admin
         WHEN 1
                PERFORM menu_admin
         WHEN 2
                PERFORM menu_manager
         WHEN OTHER
                PERFORM menu_employe
         END-EVALUATE.
		 
         menu_admin.
         DISPLAY "Quelle action souhaitez-vous faire ?"
         DISPLAY " "
         DISPLAY "A. Ajouter un client."
         DISPLAY "B. Classement des meilleurs clients."
         DISPLAY "C. Ajouter un employe."
         DISPLAY "D. Enregistrer les ventes."
         DISPLAY "E. Ajouter un produit."
         DISPLAY "F. Rechercher un produit."
         DISPLAY "G. Calculer le pourcentage d un produit."
         DISPLAY "H. Ajout d un achat."
         DISPLAY "I. Rapport de paie."
         DISPLAY "J. Modifier un client."
         DISPLAY "K. Modifier un employe."
         DISPLAY "L. Modifier un produit."
         DISPLAY "M. Rapport de performance des employes."
         DISPLAY "N. Retour d un achat."
         DISPLAY "O. Ajouter un fournisseur."
         DISPLAY "P. Modifier un fournisseur."
         DISPLAY "R. Reception de marchandise."
         DISPLAY "S. Rapport de reapprovisionnement."
         DISPLAY "T. Import des ventes de la caisse."
         DISPLAY "U. Reconciliation des compteurs."
         DISPLAY "V. Reconstruire le fichier des identifiants."
         DISPLAY "W. Deverrouiller un compte employe."
         DISPLAY "8. Pointer la sortie."
         DISPLAY "9. Recapitulatif mensuel des heures."
         DISPLAY "0. Tendance des ventes produits."
         DISPLAY "+. Autres actions."
         DISPLAY "Q. Quitter."
         ACCEPT CHOIX-MENU
         EVALUATE CHOIX-MENU
               PERFORM RAPPORT_HEURES
         WHEN "0"
               PERFORM TENDANCE_PRODUIT
         WHEN "+"
               PERFORM menu_admin_suite
         WHEN "Q"
                MOVE VRAI TO FIN-MENU
         WHEN OTHER
                DISPLAY "choix non valide."
         END-EVALUATE.

         menu_admin_suite.
         DISPLAY "Quelle action souhaitez-vous faire ?"
         DISPLAY " "
         DISPLAY "A. Facturation mensuelle des comptes clients."
         DISPLAY "B. Reglement d une facture client."
         DISPLAY "C. Balance agee des comptes clients."
         DISPLAY "D. Etat des bons d achat en circulation."
         DISPLAY "E. Alerte des lots proches de la DLC."
         DISPLAY "F. Radiation des lots perimes."
         DISPLAY "G. Declaration d un mouvement de stock."
         DISPLAY "H. Rapport mensuel de demarque."
         DISPLAY "I. Planifier un changement de prix."
         DISPLAY "J. Appliquer les changements de prix du jour."
         DISPLAY "K. Prix en vigueur a une date."
         DISPLAY "L. Rapport hebdomadaire des prix forces et remises."
         DISPLAY "M. Extrait des donnees personnelles d un client."
         DISPLAY "N. Anonymisation d un client."
         DISPLAY "O. Anonymisation des clients sans achat."
         DISPLAY "P. Saisie d une absence."
         DISPLAY "S. Rapport mensuel des absences."
         DISPLAY "T. Acquisition mensuelle des conges payes."
         DISPLAY "U. Sauvegarde des fichiers."
         DISPLAY "V. Restauration d une sauvegarde."
         DISPLAY "R. Retour au menu principal."
         ACCEPT CHOIX-MENU
         EVALUATE CHOIX-MENU
         WHEN "A"
               PERFORM FACTURATION_COMPTES
         WHEN "B"
               PERFORM SAISIR_REGLEMENT
         WHEN "C"
               PERFORM BALANCE_AGEE
         WHEN "D"
               PERFORM RAPPORT_BONS_ACHAT
         WHEN "E"
               PERFORM RAPPORT_DLC
         WHEN "F"
               PERFORM RADIER_LOTS_PERIMES
         WHEN "G"
               PERFORM DECLARER_MOUVEMENT_STOCK
         WHEN "H"
               PERFORM RAPPORT_DEMARQUE
         WHEN "I"
               PERFORM PLANIFIER_PRIX
         WHEN "J"
               PERFORM CHANGEMENTS_PRIX_JOUR
         WHEN "K"
               PERFORM CONSULTER_PRIX_DATE
         WHEN "L"
               PERFORM RAPPORT_DEROGATIONS
         WHEN "M"
               PERFORM EXTRAIRE_DONNEES_CLIENT
         WHEN "N"
               PERFORM ANONYMISER_CLIENT
         WHEN "O"
               PERFORM CLIENTS_DORMANTS
         WHEN "P"
               PERFORM SAISIR_ABSENCE
         WHEN "S"
               PERFORM RAPPORT_ABSENCES
         WHEN "T"
               PERFORM ACQUISITION_CONGES
         WHEN "U"
               PERFORM SAUVEGARDER_FICHIERS
         WHEN "V"
               PERFORM RESTAURER_SAUVEGARDE
         WHEN "R"
               CONTINUE
         WHEN OTHER
                DISPLAY "choix non valide."
         END-EVALUATE.

         menu_manager.
         DISPLAY "Quelle action souhaitez-vous faire ?"
         DISPLAY " "
         DISPLAY "O. Pointer la sortie."
         DISPLAY "P. Recapitulatif mensuel des heures."
         DISPLAY "R. Tendance des ventes produits."
         DISPLAY "S. Facturation mensuelle des comptes clients."
         DISPLAY "T. Reglement d une facture client."
         DISPLAY "U. Balance agee des comptes clients."
         DISPLAY "V. Etat des bons d achat en circulation."
         DISPLAY "W. Alerte des lots proches de la DLC."
         DISPLAY "X. Radiation des lots perimes."
         DISPLAY "Y. Declaration d un mouvement de stock."
         DISPLAY "Z. Rapport mensuel de demarque."
         DISPLAY "+. Autres actions."
         DISPLAY "Q. Quitter."
         ACCEPT CHOIX-MENU
         EVALUATE CHOIX-MENU
               PERFORM RAPPORT_HEURES
         WHEN "R"
               PERFORM TENDANCE_PRODUIT
         WHEN "S"
               PERFORM FACTURATION_COMPTES
         WHEN "T"
               PERFORM SAISIR_REGLEMENT
         WHEN "U"
               PERFORM BALANCE_AGEE
         WHEN "V"
               PERFORM RAPPORT_BONS_ACHAT
         WHEN "W"
               PERFORM RAPPORT_DLC
         WHEN "X"
               PERFORM RADIER_LOTS_PERIMES
         WHEN "Y"
               PERFORM DECLARER_MOUVEMENT_STOCK
         WHEN "Z"
               PERFORM RAPPORT_DEMARQUE
         WHEN "+"
               PERFORM menu_manager_suite
         WHEN "Q"
                MOVE VRAI TO FIN-MENU
         WHEN OTHER
                DISPLAY "choix non valide."
         END-EVALUATE.

         menu_manager_suite.
         DISPLAY "Quelle action souhaitez-vous faire ?"
         DISPLAY " "
         DISPLAY "A. Rapport hebdomadaire des prix forces et remises."
         DISPLAY "B. Extrait des donnees personnelles d un client."
         DISPLAY "C. Anonymisation d un client."
         DISPLAY "D. Anonymisation des clients sans achat."
         DISPLAY "E. Saisie d une absence."
         DISPLAY "F. Rapport mensuel des absences."
         DISPLAY "G. Acquisition mensuelle des conges payes."
         DISPLAY "H. Sauvegarde des fichiers."
         DISPLAY "R. Retour au menu principal."
         ACCEPT CHOIX-MENU
         EVALUATE CHOIX-MENU
         WHEN "A"
               PERFORM RAPPORT_DEROGATIONS
         WHEN "B"
               PERFORM EXTRAIRE_DONNEES_CLIENT
         WHEN "C"
               PERFORM ANONYMISER_CLIENT
         WHEN "D"
               PERFORM CLIENTS_DORMANTS
         WHEN "E"
               PERFORM SAISIR_ABSENCE
         WHEN "F"
               PERFORM RAPPORT_ABSENCES
         WHEN "G"
               PERFORM ACQUISITION_CONGES
         WHEN "H"
               PERFORM SAUVEGARDER_FICHIERS
         WHEN "R"
               CONTINUE
         WHEN OTHER
                DISPLAY "choix non valide."
         END-EVALUATE.

         menu_employe.
         DISPLAY "Quelle action souhaitez-vous faire ?"
         DISPLAY " "
                END-PERFORM
                DISPLAY "Entrez le code postal"
                ACCEPT fc_codePost
                MOVE 0 TO fc_compte
                MOVE 0 TO fc_plafond
                PERFORM SAISIR_COMPTE_CLIENT
	  	        MOVE 0 TO fc_nbArtAch
                MOVE 0 TO fc_points
                MOVE 0 TO fc_anonyme
                ACCEPT fc_dateCreation FROM DATE YYYYMMDD
                WRITE clientTemp
                   INVALID KEY
                      DISPLAY "erreur enregistrement du client"
               OR fi_idClient NOT NUMERIC OR fi_idAchat NOT NUMERIC
               OR fi_idTicket NOT NUMERIC OR fi_idFournisseur NOT NUMERIC
               OR fi_idRetour NOT NUMERIC OR fi_idPromo NOT NUMERIC
               OR fi_idFacture NOT NUMERIC OR fi_idBon NOT NUMERIC
               OR fi_idMouvement NOT NUMERIC OR fi_idAbsence NOT NUMERIC
               MOVE 1 TO w_identVide
            END-IF
         END-IF
         ADD 1 TO fi_idPromo
         PERFORM CLORE_IDENTIFIANTS.

PROCHAIN_ID_FACTURE.
         PERFORM OUVRIR_IDENTIFIANTS
         ADD 1 TO fi_idFacture
         PERFORM CLORE_IDENTIFIANTS.

PROCHAIN_ID_BON.
         PERFORM OUVRIR_IDENTIFIANTS
         ADD 1 TO fi_idBon
         PERFORM CLORE_IDENTIFIANTS.

PROCHAIN_ID_MOUVEMENT.
         PERFORM OUVRIR_IDENTIFIANTS
         ADD 1 TO fi_idMouvement
         PERFORM CLORE_IDENTIFIANTS.

PROCHAIN_ID_ABSENCE.
         PERFORM OUVRIR_IDENTIFIANTS
         ADD 1 TO fi_idAbsence
         PERFORM CLORE_IDENTIFIANTS.

RECONSTRUIRE_IDENTIFIANTS.
         DISPLAY "reconstruction du fichier des identifiants"
         MOVE 0 TO fi_idEmploye
         MOVE 0 TO fi_idFournisseur
         MOVE 0 TO fi_idRetour
         MOVE 0 TO fi_idPromo
         MOVE 0 TO fi_idFacture
         MOVE 0 TO fi_idBon
         MOVE 0 TO fi_idMouvement
         MOVE 0 TO fi_idAbsence
         PERFORM RELEVER_MAX_EMPLOYE
         PERFORM RELEVER_MAX_PRODUIT
         PERFORM RELEVER_MAX_CLIENT
         PERFORM RELEVER_MAX_FOURNISSEUR
         PERFORM RELEVER_MAX_RETOUR
         PERFORM RELEVER_MAX_PROMO
         PERFORM RELEVER_MAX_FACTURE
         PERFORM RELEVER_MAX_BON
         PERFORM RELEVER_MAX_MOUVEMENT
         PERFORM RELEVER_MAX_ABSENCE
         OPEN OUTPUT Fidentifiant
         WRITE identTemp
         CLOSE Fidentifiant
               CONTINUE
         END-EVALUATE.

RELEVER_MAX_FACTURE.
         OPEN INPUT Ffacture
         EVALUATE FcFAR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Ffacture NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        MOVE ffa_idFacture TO fi_idFacture
                  END-READ
               END-PERFORM
               CLOSE Ffacture
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

RELEVER_MAX_BON.
         OPEN INPUT Fbon
         EVALUATE FcBAR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Fbon NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        MOVE fba_idBon TO fi_idBon
                  END-READ
               END-PERFORM
               CLOSE Fbon
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

RELEVER_MAX_MOUVEMENT.
         OPEN INPUT Fmouvement
         EVALUATE FcMVR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Fmouvement NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        MOVE fmv_idMouvement TO fi_idMouvement
                  END-READ
               END-PERFORM
               CLOSE Fmouvement
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

RELEVER_MAX_ABSENCE.
         OPEN INPUT Fabsence
         EVALUATE FcABR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Fabsence NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        MOVE fab_idAbsence TO fi_idAbsence
                  END-READ
               END-PERFORM
               CLOSE Fabsence
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

RECHERCHE_PREMIER_CLIENT.
                DISPLAY "Combien de clients voulez-vous voir dans le classement ? "
                ACCEPT wc_topN
            PERFORM VERIF_DATE
         END-PERFORM
         MOVE wf_dateLimite(1:6) TO wf_archPeriode
         PERFORM PROPOSER_SAUVEGARDE
         IF wsv_reponse = "O"
            MOVE "ARCHIVAGE" TO wsv_origine
            PERFORM SAUVEGARDE_GENERATION
         END-IF
         MOVE 0 TO wf_nbArchives
         MOVE 0 TO wf_nbConserves
         OPEN INPUT Fjournal
	  			MOVE wm_mdpHash TO ws_mdp
	  			MOVE 0 TO ws_nbVente
	  			MOVE 0 TO ws_echecs
                MOVE 0 TO ws_soldeConges
                ACCEPT wab_dateJour FROM DATE YYYYMMDD
                MOVE wab_dateJour(1:6) TO ws_periodeConges
                WRITE employeTemp FROM ws_employeTemp
                   INVALID KEY
                      DISPLAY "erreur enregistrement de l employe"
         MOVE wpt_date TO fg_date
         READ Fpointage
            INVALID KEY
               MOVE fe_idEmploye TO wab_idEmploye
               MOVE wpt_date TO wab_dateJour
               PERFORM CHERCHER_ABSENCE_JOUR
               IF wab_type NOT = SPACE
                  DISPLAY "attention : absence de type " wab_type
                     " enregistree ce jour pour l employe " fe_idEmploye
                  MOVE fe_idEmploye TO wj_cle
                  MOVE "POINTAGE_ABSENT" TO wj_action
                  PERFORM ENREGISTRER_JOURNAL
               END-IF
               MOVE fe_idEmploye TO fg_idEmploye
               MOVE wpt_date TO fg_date
               ACCEPT fg_heureEntree FROM TIME
               AT END
                  MOVE 1 TO EndOfFile
               NOT AT END
                  PERFORM CUMULER_ABSENCES_MOIS
                  IF fe_typeContrat = 2
                     PERFORM CUMULER_HEURES_EMPLOYE
                     COMPUTE wab_paieConges ROUNDED =
                        (wab_jours(1) * wab_minutesJour * fe_tauxHoraire)
                        / 60
                     COMPUTE wpa_totalPaie ROUNDED =
                        (wpt_minutesTotal * fe_tauxHoraire) / 60
                        + (wpt_minutesSup * fe_tauxHoraire) / 240
                        + wab_paieConges
                     COMPUTE wpt_heures = wpt_minutesTotal / 60
                     DISPLAY fe_idEmploye " - " fe_nom " " fe_prenom
                        " - horaire, " wpt_heures " h travaillees"
                        " dont " wpt_minutesSup " mn sup"
                        " - total a payer : " wpa_totalPaie
                     IF wab_jours(1) > 0
                        DISPLAY "   dont conges payes : " wab_jours(1)
                           " jour(s) pour " wab_paieConges
                     END-IF
                  ELSE
                     MOVE 0 TO wab_retenue
                     IF wab_jours(3) > 0 AND wab_joursOuvrablesMois > 0
                        COMPUTE wab_retenue ROUNDED =
                           (fe_salaire * wab_jours(3))
                           / wab_joursOuvrablesMois
                        IF wab_retenue > fe_salaire
                           MOVE fe_salaire TO wab_retenue
                        END-IF
                     END-IF
                     COMPUTE wpa_totalPaie = fe_salaire - wab_retenue + (fe_nbVente * wpa_commissionParVente)
                     DISPLAY fe_idEmploye " - " fe_nom " " fe_prenom
                        " - salaire de base : " fe_salaire
                        " - ventes : " fe_nbVente
                        " - total a payer : " wpa_totalPaie
                     IF wab_retenue > 0
                        DISPLAY "   dont retenue absence sans solde : "
                           wab_jours(3) " jour(s) pour " wab_retenue
                     END-IF
                  END-IF
                  PERFORM ECRIRE_VIREMENT
            END-READ
         ADD 1 TO wpa_nbVirements
         ADD wpa_totalPaie TO wpa_montantTotal.

SAISIR_ABSENCE.
         DISPLAY "Saisie d une absence"
         DISPLAY "===================="
         PERFORM WITH TEST AFTER UNTIL fe_idEmploye > 0 AND w_ee = 1
            DISPLAY "Saisir l id de l employe absent : "
            ACCEPT fe_idEmploye
            PERFORM recherche_employe
         END-PERFORM
         MOVE fe_idEmploye TO wab_idEmploye
         DISPLAY fe_nom " " fe_prenom " - solde de conges : "
            fe_soldeConges " jour(s)"
         MOVE 0 TO wab_t
         PERFORM WITH TEST AFTER UNTIL wab_t > 0
            DISPLAY "Type (C-Conge paye M-Maladie S-Sans solde) : "
            ACCEPT wab_type
            EVALUATE wab_type
               WHEN "C"
                  MOVE 1 TO wab_t
               WHEN "M"
                  MOVE 2 TO wab_t
               WHEN "S"
                  MOVE 3 TO wab_t
               WHEN OTHER
                  DISPLAY "type non valide"
            END-EVALUATE
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
            DISPLAY "Premier jour d absence (AAAAMMJJ) : "
            ACCEPT wab_du
            MOVE wab_du TO wdt_date
            PERFORM CONTROLER_DATE_ABSENCE
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
            DISPLAY "Dernier jour d absence (AAAAMMJJ) : "
            ACCEPT wab_au
            MOVE wab_au TO wdt_date
            PERFORM CONTROLER_DATE_ABSENCE
            IF ERREUR = FAUX AND wab_au < wab_du
               DISPLAY "le dernier jour precede le premier"
               MOVE VRAI TO ERREUR
            END-IF
         END-PERFORM
         PERFORM COMPTER_JOURS_OUVRABLES
         PERFORM CONTROLER_CHEVAUCHEMENT
         EVALUATE TRUE
            WHEN wab_nbJours = 0
               DISPLAY "aucun jour ouvrable sur la periode"
            WHEN wab_chevauchement = 1
               DISPLAY "une absence est deja saisie sur cette periode"
            WHEN wab_type = "C" AND wab_nbJours > fe_soldeConges
               DISPLAY "solde de conges insuffisant : " fe_soldeConges
                  " jour(s) pour " wab_nbJours " demande(s)"
            WHEN OTHER
               PERFORM ENREGISTRER_ABSENCE
         END-EVALUATE.

CONTROLER_DATE_ABSENCE.
         MOVE FAUX TO ERREUR
         PERFORM NB_JOURS_MOIS
         IF wdt_mois < 1 OR wdt_mois > 12
            OR wdt_jour < 1 OR wdt_jour > wdt_nbJours
            DISPLAY "date invalide"
            MOVE VRAI TO ERREUR
         END-IF.

COMPTER_JOURS_OUVRABLES.
         MOVE 0 TO wab_nbJours
         MOVE wab_du TO wdt_date
         PERFORM UNTIL wdt_date > wab_au
            PERFORM DATE_EN_NUMERO
            DIVIDE wdt_numero BY 7 GIVING wab_semaines
               REMAINDER wab_jourSemaine
            IF wab_jourSemaine NOT = 5
               ADD 1 TO wab_nbJours
            END-IF
            PERFORM JOUR_SUIVANT
         END-PERFORM.

CONTROLER_CHEVAUCHEMENT.
         MOVE 0 TO wab_chevauchement
         OPEN INPUT Fabsence
         EVALUATE FcABR
            WHEN 00
               MOVE wab_idEmploye TO fab_idEmploye
               START Fabsence KEY IS = fab_idEmploye
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO wab_fin
                     PERFORM WITH TEST AFTER UNTIL wab_fin = 1
                        READ Fabsence NEXT
                           AT END
                              MOVE 1 TO wab_fin
                           NOT AT END
                              IF fab_idEmploye NOT = wab_idEmploye
                                 MOVE 1 TO wab_fin
                              ELSE
                                 IF fab_dateDebut <= wab_au
                                    AND fab_dateFin >= wab_du
                                    MOVE 1 TO wab_chevauchement
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fabsence
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

ENREGISTRER_ABSENCE.
         PERFORM PROCHAIN_ID_ABSENCE
         OPEN I-O Fabsence
         EVALUATE FcABR
            WHEN 35
               OPEN OUTPUT Fabsence
               CLOSE Fabsence
               OPEN I-O Fabsence
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE fi_idAbsence TO fab_idAbsence
         MOVE wab_idEmploye TO fab_idEmploye
         MOVE wab_type TO fab_type
         MOVE wab_du TO fab_dateDebut
         MOVE wab_au TO fab_dateFin
         MOVE wab_nbJours TO fab_nbJours
         MOVE wj_identifiantConnecte TO fab_saisiPar
         ACCEPT fab_dateSaisie FROM DATE YYYYMMDD
         WRITE absenceTemp
            INVALID KEY
               DISPLAY "erreur enregistrement de l absence"
            NOT INVALID KEY
               DISPLAY "absence " fab_idAbsence " enregistree : "
                  fab_nbJours " jour(s) ouvrable(s)"
               IF fab_type = "C"
                  PERFORM DEBITER_SOLDE_CONGES
               END-IF
               MOVE fab_idAbsence TO wab_kIdAbsence
               MOVE fab_idEmploye TO wab_kIdEmploye
               MOVE fab_type TO wab_kType
               MOVE fab_dateDebut TO wab_kDebut
               MOVE fab_dateFin TO wab_kFin
               MOVE wab_cleAbsence TO wj_cle
               MOVE "AJOUT_ABSENCE" TO wj_action
               PERFORM ENREGISTRER_JOURNAL
         END-WRITE
         CLOSE Fabsence.

DEBITER_SOLDE_CONGES.
         OPEN I-O Femploye
            MOVE wab_idEmploye TO fe_idEmploye
            READ Femploye
               INVALID KEY
                  DISPLAY "erreur mise a jour du solde de conges"
               NOT INVALID KEY
                  SUBTRACT wab_nbJours FROM fe_soldeConges
                  REWRITE employeTemp
                  DISPLAY "nouveau solde de conges : " fe_soldeConges
            END-READ
         CLOSE Femploye.

CHERCHER_ABSENCE_JOUR.
         MOVE SPACE TO wab_type
         OPEN INPUT Fabsence
         EVALUATE FcABR
            WHEN 00
               MOVE wab_idEmploye TO fab_idEmploye
               START Fabsence KEY IS = fab_idEmploye
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO wab_fin
                     PERFORM WITH TEST AFTER UNTIL wab_fin = 1
                        READ Fabsence NEXT
                           AT END
                              MOVE 1 TO wab_fin
                           NOT AT END
                              IF fab_idEmploye NOT = wab_idEmploye
                                 MOVE 1 TO wab_fin
                              ELSE
                                 IF fab_dateDebut <= wab_dateJour
                                    AND fab_dateFin >= wab_dateJour
                                    MOVE fab_type TO wab_type
                                    MOVE 1 TO wab_fin
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fabsence
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

CUMULER_ABSENCES_MOIS.
         MOVE fe_idEmploye TO wab_idEmploye
         PERFORM VARYING wab_t FROM 1 BY 1 UNTIL wab_t > 3
            MOVE 0 TO wab_jours(wab_t)
         END-PERFORM
         MOVE annee TO wdt_annee
         MOVE mois TO wdt_mois
         MOVE 01 TO wdt_jour
         MOVE wdt_date TO wab_debutMois
         PERFORM NB_JOURS_MOIS
         MOVE wdt_nbJours TO wdt_jour
         MOVE wdt_date TO wab_finMois
         MOVE wab_debutMois TO wab_du
         MOVE wab_finMois TO wab_au
         PERFORM COMPTER_JOURS_OUVRABLES
         MOVE wab_nbJours TO wab_joursOuvrablesMois
         OPEN INPUT Fabsence
         EVALUATE FcABR
            WHEN 00
               MOVE wab_idEmploye TO fab_idEmploye
               START Fabsence KEY IS = fab_idEmploye
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO wab_fin
                     PERFORM WITH TEST AFTER UNTIL wab_fin = 1
                        READ Fabsence NEXT
                           AT END
                              MOVE 1 TO wab_fin
                           NOT AT END
                              IF fab_idEmploye NOT = wab_idEmploye
                                 MOVE 1 TO wab_fin
                              ELSE
                                 IF fab_dateDebut <= wab_finMois
                                    AND fab_dateFin >= wab_debutMois
                                    PERFORM CUMULER_UNE_ABSENCE
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fabsence
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

CUMULER_UNE_ABSENCE.
         IF fab_dateDebut > wab_debutMois
            MOVE fab_dateDebut TO wab_du
         ELSE
            MOVE wab_debutMois TO wab_du
         END-IF
         IF fab_dateFin < wab_finMois
            MOVE fab_dateFin TO wab_au
         ELSE
            MOVE wab_finMois TO wab_au
         END-IF
         PERFORM COMPTER_JOURS_OUVRABLES
         PERFORM VARYING wab_t FROM 1 BY 1 UNTIL wab_t > 3
            IF wab_code(wab_t) = fab_type
               ADD wab_nbJours TO wab_jours(wab_t)
            END-IF
         END-PERFORM.

ACQUISITION_CONGES.
         DISPLAY "Acquisition mensuelle des conges payes"
         DISPLAY "======================================"
         ACCEPT wab_dateJour FROM DATE YYYYMMDD
         MOVE wab_dateJour(1:6) TO wab_periode
         PERFORM ACQUERIR_CONGES
         DISPLAY wab_nbAcquis " employe(s) credite(s) de "
            wab_acquisMensuel " jour(s) pour " wab_periode.

ACQUERIR_CONGES.
         MOVE 0 TO wab_nbAcquis
         OPEN I-O Femploye
         EVALUATE FcER
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Femploye NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        IF fe_periodeConges < wab_periode
                           ADD wab_acquisMensuel TO fe_soldeConges
                           MOVE wab_periode TO fe_periodeConges
                           REWRITE employeTemp
                           ADD 1 TO wab_nbAcquis
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Femploye
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         MOVE wab_periode TO wj_cle
         MOVE "ACQUIS_CONGES" TO wj_action
         PERFORM ENREGISTRER_JOURNAL.

RAPPORT_ABSENCES.
         DISPLAY "Rapport mensuel des absences"
         DISPLAY "============================"
         PERFORM WITH TEST AFTER UNTIL mois >= 1 AND mois <= 12
            DISPLAY "Mois du rapport (1-12) : "
            ACCEPT mois
         END-PERFORM
         DISPLAY "Annee du rapport : "
         ACCEPT annee
         PERFORM ETAT_ABSENCES.

ETAT_ABSENCES.
         OPEN OUTPUT Fabsimp
         MOVE mois TO wab_hMois
         MOVE annee TO wab_hAnnee
         MOVE wab_enteteEtat TO absimpLigne
         WRITE absimpLigne
         DISPLAY absimpLigne
         MOVE "EMPL NOM                  PRENOM          CONG  MAL"
            TO absimpLigne
         MOVE "S.S.  SOLDE" TO absimpLigne(56:11)
         WRITE absimpLigne
         DISPLAY absimpLigne
         WRITE absimpLigne FROM wr_ligneSep
         OPEN INPUT Femploye
         EVALUATE FcER
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Femploye NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        PERFORM CUMULER_ABSENCES_MOIS
                        MOVE fe_idEmploye TO wab_eIdEmploye
                        MOVE fe_nom TO wab_eNom
                        MOVE fe_prenom TO wab_ePrenom
                        MOVE wab_jours(1) TO wab_eConges
                        MOVE wab_jours(2) TO wab_eMaladie
                        MOVE wab_jours(3) TO wab_eSansSolde
                        MOVE fe_soldeConges TO wab_eSolde
                        WRITE absimpLigne FROM wab_ligneEtat
                        DISPLAY wab_ligneEtat
                  END-READ
               END-PERFORM
               CLOSE Femploye
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         CLOSE Fabsimp
         DISPLAY "rapport imprime dans le fichier absences.txt".

SAUVEGARDER_FICHIERS.
         DISPLAY "Sauvegarde des fichiers"
         DISPLAY "======================="
         MOVE "MANUELLE" TO wsv_origine
         PERFORM SAUVEGARDE_GENERATION.

PROPOSER_SAUVEGARDE.
         DISPLAY "Sauvegarder les fichiers avant de continuer ? (O/N)"
         ACCEPT wsv_reponse
         IF wsv_reponse = "o"
            MOVE "O" TO wsv_reponse
         END-IF.

SAUVEGARDE_GENERATION.
         ACCEPT wsv_genDate FROM DATE YYYYMMDD
         ACCEPT wsv_heureComplete FROM TIME
         MOVE wsv_heureComplete(1:6) TO wsv_genHeure
         PERFORM NOMMER_GENERATION
         MOVE 0 TO wsv_totalEnreg
         MOVE 0 TO wsv_nbErreurs
         OPEN OUTPUT Fmanifeste
         MOVE SPACES TO manifesteEntete
         MOVE "E" TO mfe_type
         MOVE wsv_genDate TO mfe_date
         MOVE wsv_genHeure TO mfe_heure
         MOVE wj_identifiantConnecte TO mfe_identifiant
         MOVE wsv_origine TO mfe_origine
         MOVE wsv_nbFichiers TO mfe_nbFichiers
         WRITE manifesteEntete
         PERFORM VARYING wsv_f FROM 1 BY 1 UNTIL wsv_f > wsv_nbFichiers
            PERFORM SAUVER_FICHIER
         END-PERFORM
         CLOSE Fmanifeste
         PERFORM INSCRIRE_GENERATION
         DISPLAY wsv_totalEnreg " enregistrement(s) sauvegarde(s) dans "
            "la generation du " wsv_genDate(7:2) "/" wsv_genDate(5:2)
            "/" wsv_genDate(1:4) " a " wsv_genHeure(1:2) "h"
            wsv_genHeure(3:2)
         DISPLAY "manifeste : " wsv_nomManifeste
         IF wsv_nbErreurs > 0
            DISPLAY wsv_nbErreurs " fichier(s) illisible(s), "
               "sauvegarde incomplete"
         END-IF
         MOVE wsv_generation TO wsv_kGeneration
         MOVE wsv_origine TO wsv_kOrigine
         MOVE wsv_cleJournal TO wj_cle
         IF wsv_nbErreurs > 0
            DISPLAY "generation conservee comme incomplete, "
               "anciennes generations non purgees"
            MOVE "SAUVEG_INCOMPL" TO wj_action
            PERFORM ENREGISTRER_JOURNAL
         ELSE
            MOVE "SAUVEGARDE" TO wj_action
            PERFORM ENREGISTRER_JOURNAL
            PERFORM PURGER_GENERATIONS
         END-IF.

NOMMER_GENERATION.
         MOVE wsv_genDate TO wsv_manDate
         MOVE wsv_genHeure TO wsv_manHeure
         MOVE wsv_nomManifeste(3:14) TO wsv_generation.

SAUVER_FICHIER.
         MOVE wsv_nomFichier(wsv_f) TO wsv_genFichier
         MOVE 0 TO wsv_nbEnreg
         MOVE 0 TO wsv_total
         MOVE SPACES TO manifesteDetail
         MOVE "D" TO mfd_type
         MOVE wsv_nomFichier(wsv_f) TO mfd_nomFichier
         OPEN OUTPUT Fsauvegarde
         PERFORM OUVRIR_SOURCE
         EVALUATE wsv_statut
            WHEN 00
               MOVE 1 TO mfd_present
               MOVE 0 TO wsv_fin
               PERFORM WITH TEST AFTER UNTIL wsv_fin = 1
                  PERFORM LIRE_SOURCE
                  IF wsv_fin = 0
                     PERFORM CUMULER_CONTROLE
                     WRITE sauvegardeTemp
                     ADD 1 TO wsv_nbEnreg
                  END-IF
               END-PERFORM
               PERFORM FERMER_FICHIER
            WHEN 35
               MOVE 0 TO mfd_present
            WHEN OTHER
               MOVE 0 TO mfd_present
               ADD 1 TO wsv_nbErreurs
               DISPLAY "erreur ouverture de " wsv_nomFichier(wsv_f)
                  " : " wsv_statut
         END-EVALUATE
         CLOSE Fsauvegarde
         MOVE wsv_nbEnreg TO mfd_nbEnregistrements
         MOVE wsv_total TO mfd_totalControle
         WRITE manifesteDetail
         ADD wsv_nbEnreg TO wsv_totalEnreg.

INSCRIRE_GENERATION.
         OPEN I-O Fgeneration
         EVALUATE FcSGR
            WHEN 35
               OPEN OUTPUT Fgeneration
               CLOSE Fgeneration
               OPEN I-O Fgeneration
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE wsv_genDate TO fsg_date
         MOVE wsv_genHeure TO fsg_heure
         MOVE wj_identifiantConnecte TO fsg_identifiant
         MOVE wsv_origine TO fsg_origine
         MOVE wsv_totalEnreg TO fsg_nbEnregistrements
         IF wsv_nbErreurs > 0
            MOVE 3 TO fsg_statut
         ELSE
            MOVE 1 TO fsg_statut
         END-IF
         WRITE generationTemp
            INVALID KEY
               DISPLAY "erreur enregistrement de la generation"
               ADD 1 TO wsv_nbErreurs
         END-WRITE
         CLOSE Fgeneration.

PURGER_GENERATIONS.
         MOVE 0 TO wsv_nbDisponibles
         OPEN INPUT Fgeneration
         EVALUATE FcSGR
            WHEN 00
               MOVE 0 TO wsv_fin
               PERFORM WITH TEST AFTER UNTIL wsv_fin = 1
                  READ Fgeneration NEXT
                     AT END
                        MOVE 1 TO wsv_fin
                     NOT AT END
                        IF fsg_statut = 1
                           ADD 1 TO wsv_nbDisponibles
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fgeneration
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         IF wsv_nbDisponibles > wsv_nbGenerations
            COMPUTE wsv_aPurger = wsv_nbDisponibles - wsv_nbGenerations
            OPEN I-O Fgeneration
            MOVE 0 TO wsv_fin
            PERFORM WITH TEST AFTER UNTIL wsv_fin = 1
               READ Fgeneration NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     IF fsg_statut = 1
                        PERFORM VIDER_GENERATION
                        SUBTRACT 1 FROM wsv_aPurger
                        IF wsv_aPurger = 0
                           MOVE 1 TO wsv_fin
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Fgeneration
         END-IF.

VIDER_GENERATION.
         MOVE fsg_date TO wsv_genDate
         MOVE fsg_heure TO wsv_genHeure
         MOVE fsg_date TO wsv_manDate
         MOVE fsg_heure TO wsv_manHeure
         PERFORM VARYING wsv_f FROM 1 BY 1 UNTIL wsv_f > wsv_nbFichiers
            MOVE wsv_nomFichier(wsv_f) TO wsv_genFichier
            OPEN OUTPUT Fsauvegarde
            CLOSE Fsauvegarde
         END-PERFORM
         OPEN OUTPUT Fmanifeste
         CLOSE Fmanifeste
         MOVE 2 TO fsg_statut
         REWRITE generationTemp
         DISPLAY "generation du " fsg_date(7:2) "/" fsg_date(5:2) "/"
            fsg_date(1:4) " a " fsg_heure(1:2) "h" fsg_heure(3:2)
            " purgee"
         MOVE fsg_cle TO wsv_kGeneration
         MOVE fsg_origine TO wsv_kOrigine
         MOVE wsv_cleJournal TO wj_cle
         MOVE "PURGE_SAUVEG" TO wj_action
         PERFORM ENREGISTRER_JOURNAL.

LISTER_GENERATIONS.
         MOVE 0 TO wsv_nbDisponibles
         OPEN INPUT Fgeneration
         EVALUATE FcSGR
            WHEN 00
               MOVE 0 TO wsv_fin
               PERFORM WITH TEST AFTER UNTIL wsv_fin = 1
                  READ Fgeneration NEXT
                     AT END
                        MOVE 1 TO wsv_fin
                     NOT AT END
                        IF fsg_statut = 1
                           ADD 1 TO wsv_nbDisponibles
                           DISPLAY fsg_date " " fsg_heure " "
                              fsg_origine " " fsg_identifiant " "
                              fsg_nbEnregistrements " enreg."
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fgeneration
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

RESTAURER_SAUVEGARDE.
         DISPLAY "Restauration d une sauvegarde"
         DISPLAY "============================="
         PERFORM LISTER_GENERATIONS
         IF wsv_nbDisponibles = 0
            DISPLAY "aucune sauvegarde disponible"
         ELSE
            DISPLAY "Date de la generation (AAAAMMJJ) : "
            ACCEPT wsv_genDate
            DISPLAY "Heure de la generation (HHMMSS) : "
            ACCEPT wsv_genHeure
            PERFORM NOMMER_GENERATION
            MOVE wsv_generation TO wj_cle
            MOVE 0 TO wsv_nbAnomalies
            OPEN INPUT Fgeneration
            IF FcSGR NOT = 00
               DISPLAY "aucune sauvegarde disponible"
               MOVE 1 TO wsv_nbAnomalies
            ELSE
               MOVE wsv_genDate TO fsg_date
               MOVE wsv_genHeure TO fsg_heure
               READ Fgeneration
                  INVALID KEY
                     DISPLAY "generation inconnue"
                     MOVE 1 TO wsv_nbAnomalies
                  NOT INVALID KEY
                     EVALUATE fsg_statut
                        WHEN 1
                           CONTINUE
                        WHEN 3
                           DISPLAY "generation incomplete, "
                              "restauration impossible"
                           MOVE 1 TO wsv_nbAnomalies
                        WHEN OTHER
                           DISPLAY "generation purgee, "
                              "restauration impossible"
                           MOVE 1 TO wsv_nbAnomalies
                     END-EVALUATE
               END-READ
               CLOSE Fgeneration
            END-IF
            IF wsv_nbAnomalies = 0
               PERFORM CONTROLER_SESSIONS
               IF wsv_nbSessions > 0
                  DISPLAY wsv_nbSessions " session(s) encore ouverte(s), "
                     "restauration refusee"
                  MOVE "RESTAUR_REFUSEE" TO wj_action
                  PERFORM ENREGISTRER_JOURNAL
               ELSE
                  PERFORM VERIFIER_GENERATION
                  IF wsv_nbAnomalies > 0
                     DISPLAY wsv_nbAnomalies " anomalie(s) par rapport au "
                        "manifeste, restauration refusee"
                     MOVE "RESTAUR_REFUSEE" TO wj_action
                     PERFORM ENREGISTRER_JOURNAL
                  ELSE
                     DISPLAY "Remplacer les fichiers actuels par cette "
                        "generation ? (O/N)"
                     ACCEPT wsv_reponse
                     IF wsv_reponse = "O" OR wsv_reponse = "o"
                        PERFORM RESTAURER_GENERATION
                     END-IF
                  END-IF
               END-IF
            ELSE
               MOVE "RESTAUR_REFUSEE" TO wj_action
               PERFORM ENREGISTRER_JOURNAL
            END-IF
         END-IF.

CONTROLER_SESSIONS.
         MOVE 0 TO wsv_nbSessions
         ACCEPT wsv_dateJour FROM DATE YYYYMMDD
         OPEN INPUT Fpointage
         EVALUATE FcGR
            WHEN 00
               MOVE 0 TO wsv_fin
               PERFORM WITH TEST AFTER UNTIL wsv_fin = 1
                  READ Fpointage NEXT
                     AT END
                        MOVE 1 TO wsv_fin
                     NOT AT END
                        IF fg_date = wsv_dateJour
                           AND fg_heureSortie = 0
                           AND fg_idEmploye NOT = w_idConnecte
                           ADD 1 TO wsv_nbSessions
                           DISPLAY "employe " fg_idEmploye
                              " entre a " fg_heureEntree(1:2) "h"
                              fg_heureEntree(3:2) " sans sortie pointee"
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fpointage
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

VERIFIER_GENERATION.
         MOVE 0 TO wsv_nbAnomalies
         MOVE ZEROS TO wsv_etatFichiers
         OPEN INPUT Fmanifeste
         IF FcMFR NOT = 00
            DISPLAY "manifeste " wsv_nomManifeste " introuvable"
            ADD 1 TO wsv_nbAnomalies
         ELSE
            READ Fmanifeste
               AT END
                  MOVE SPACE TO mfe_type
            END-READ
            IF mfe_type NOT = "E" OR mfe_date NOT = wsv_genDate
               OR mfe_heure NOT = wsv_genHeure
               OR mfe_nbFichiers NOT = wsv_nbFichiers
               DISPLAY "entete du manifeste invalide"
               ADD 1 TO wsv_nbAnomalies
            ELSE
               MOVE 0 TO wsv_f
               MOVE 0 TO W-FIN
               PERFORM WITH TEST AFTER UNTIL W-FIN = 1
                  READ Fmanifeste
                     AT END
                        MOVE 1 TO W-FIN
                     NOT AT END
                        ADD 1 TO wsv_f
                        PERFORM VERIFIER_FICHIER
                  END-READ
               END-PERFORM
               IF wsv_f NOT = wsv_nbFichiers
                  DISPLAY "manifeste incomplet : " wsv_f " fichier(s) sur "
                     wsv_nbFichiers
                  ADD 1 TO wsv_nbAnomalies
               END-IF
            END-IF
            CLOSE Fmanifeste
         END-IF.

VERIFIER_FICHIER.
         IF wsv_f > wsv_nbFichiers
            OR mfd_type NOT = "D"
            OR mfd_nomFichier NOT = wsv_nomFichier(wsv_f)
            DISPLAY "ligne de manifeste inattendue : " mfd_nomFichier
            ADD 1 TO wsv_nbAnomalies
         ELSE
            MOVE mfd_present TO wsv_present(wsv_f)
            MOVE wsv_nomFichier(wsv_f) TO wsv_genFichier
            MOVE 0 TO wsv_nbEnreg
            MOVE 0 TO wsv_total
            OPEN INPUT Fsauvegarde
            IF FcSVR NOT = 00
               DISPLAY wsv_nomSauvegarde " introuvable"
               ADD 1 TO wsv_nbAnomalies
            ELSE
               MOVE 0 TO wsv_fin
               PERFORM WITH TEST AFTER UNTIL wsv_fin = 1
                  READ Fsauvegarde
                     AT END
                        MOVE 1 TO wsv_fin
                     NOT AT END
                        PERFORM CHARGER_ENREGISTREMENT
                        PERFORM CUMULER_CONTROLE
                        ADD 1 TO wsv_nbEnreg
                  END-READ
               END-PERFORM
               CLOSE Fsauvegarde
               IF wsv_nbEnreg = mfd_nbEnregistrements
                  AND wsv_total = mfd_totalControle
                  DISPLAY wsv_nomFichier(wsv_f) " " wsv_nbEnreg " "
                     wsv_total " OK"
               ELSE
                  DISPLAY wsv_nomFichier(wsv_f) " " wsv_nbEnreg " "
                     wsv_total " ECART, manifeste : "
                     mfd_nbEnregistrements " " mfd_totalControle
                  ADD 1 TO wsv_nbAnomalies
               END-IF
            END-IF
         END-IF.

RESTAURER_GENERATION.
         MOVE 0 TO wsv_totalEnreg
         MOVE 0 TO wsv_nbErreurs
         MOVE 0 TO wsv_nbVides
         PERFORM VARYING wsv_f FROM 1 BY 1 UNTIL wsv_f > wsv_nbFichiers
            IF wsv_present(wsv_f) = 1
               PERFORM RESTAURER_FICHIER
            ELSE
               IF wsv_f = 1
                  DISPLAY wsv_nomFichier(wsv_f)
                     " absent de la sauvegarde, conserve pour garder "
                     "l acces a l application"
               ELSE
                  PERFORM OUVRIR_CIBLE
                  PERFORM FERMER_FICHIER
                  ADD 1 TO wsv_nbVides
                  DISPLAY wsv_nomFichier(wsv_f)
                     " absent de la sauvegarde, vide"
               END-IF
            END-IF
         END-PERFORM
         DISPLAY wsv_totalEnreg " enregistrement(s) restaure(s)"
         IF wsv_nbVides > 0
            DISPLAY wsv_nbVides " fichier(s) absent(s) de la sauvegarde "
               "vide(s)"
         END-IF
         IF wsv_nbErreurs > 0
            DISPLAY wsv_nbErreurs " erreur(s) d ecriture pendant la "
               "restauration"
         END-IF
         MOVE wsv_generation TO wsv_rGeneration
         MOVE wsv_nbVides TO wsv_rNbVides
         MOVE wsv_cleRestaur TO wj_cle
         MOVE "RESTAURATION" TO wj_action
         PERFORM ENREGISTRER_JOURNAL.

RESTAURER_FICHIER.
         MOVE wsv_nomFichier(wsv_f) TO wsv_genFichier
         MOVE 0 TO wsv_nbEnreg
         OPEN INPUT Fsauvegarde
         PERFORM OUVRIR_CIBLE
         MOVE 0 TO wsv_fin
         PERFORM WITH TEST AFTER UNTIL wsv_fin = 1
            READ Fsauvegarde
               AT END
                  MOVE 1 TO wsv_fin
               NOT AT END
                  PERFORM CHARGER_ENREGISTREMENT
                  PERFORM ECRIRE_CIBLE
                  IF wsv_statut = 00
                     ADD 1 TO wsv_nbEnreg
                  ELSE
                     ADD 1 TO wsv_nbErreurs
                  END-IF
            END-READ
         END-PERFORM
         PERFORM FERMER_FICHIER
         CLOSE Fsauvegarde
         ADD wsv_nbEnreg TO wsv_totalEnreg
         DISPLAY wsv_nomFichier(wsv_f) " : " wsv_nbEnreg
            " enregistrement(s) restaure(s)".

OUVRIR_SOURCE.
         EVALUATE wsv_f
            WHEN 1
               OPEN INPUT Femploye
               MOVE FcER TO wsv_statut
            WHEN 2
               OPEN INPUT Fproduit
               MOVE FcPR TO wsv_statut
            WHEN 3
               OPEN INPUT Fclient
               MOVE FcCR TO wsv_statut
            WHEN 4
               OPEN INPUT Fachat
               MOVE FcAR TO wsv_statut
            WHEN 5
               OPEN INPUT Fticket
               MOVE FcTR TO wsv_statut
            WHEN 6
               OPEN INPUT Fretour
               MOVE FcRR TO wsv_statut
            WHEN 7
               OPEN INPUT Ffournisseur
               MOVE FcFR TO wsv_statut
            WHEN 8
               OPEN INPUT Flivraison
               MOVE FcLR TO wsv_statut
            WHEN 9
               OPEN INPUT Fimport
               MOVE FcMR TO wsv_statut
            WHEN 10
               OPEN INPUT Fhistorique
               MOVE FcHR TO wsv_statut
            WHEN 11
               OPEN INPUT Fidentifiant
               MOVE FcIR TO wsv_statut
            WHEN 12
               OPEN INPUT Fcheckpoint
               MOVE FcKR TO wsv_statut
            WHEN 13
               OPEN INPUT Fjournal
               MOVE FcJR TO wsv_statut
            WHEN 14
               OPEN INPUT Fpromo
               MOVE FcOR TO wsv_statut
            WHEN 15
               OPEN INPUT Fpointage
               MOVE FcGR TO wsv_statut
            WHEN 16
               OPEN INPUT Finventaire
               MOVE FcNR TO wsv_statut
            WHEN 17
               OPEN INPUT Fcloture
               MOVE FcQR TO wsv_statut
            WHEN 18
               OPEN INPUT Fchaine
               MOVE FcBCR TO wsv_statut
            WHEN 19
               OPEN INPUT Ffacture
               MOVE FcFAR TO wsv_statut
            WHEN 20
               OPEN INPUT Freglement
               MOVE FcRGR TO wsv_statut
            WHEN 21
               OPEN INPUT Fbon
               MOVE FcBAR TO wsv_statut
            WHEN 22
               OPEN INPUT Flot
               MOVE FcLOR TO wsv_statut
            WHEN 23
               OPEN INPUT Fmouvement
               MOVE FcMVR TO wsv_statut
            WHEN 24
               OPEN INPUT Fchangeprix
               MOVE FcCPR TO wsv_statut
            WHEN 25
               OPEN INPUT Fhistoprix
               MOVE FcHPR TO wsv_statut
            WHEN 26
               OPEN INPUT Fabsence
               MOVE FcABR TO wsv_statut
         END-EVALUATE.

OUVRIR_CIBLE.
         EVALUATE wsv_f
            WHEN 1
               OPEN OUTPUT Femploye
            WHEN 2
               OPEN OUTPUT Fproduit
            WHEN 3
               OPEN OUTPUT Fclient
            WHEN 4
               OPEN OUTPUT Fachat
            WHEN 5
               OPEN OUTPUT Fticket
            WHEN 6
               OPEN OUTPUT Fretour
            WHEN 7
               OPEN OUTPUT Ffournisseur
            WHEN 8
               OPEN OUTPUT Flivraison
            WHEN 9
               OPEN OUTPUT Fimport
            WHEN 10
               OPEN OUTPUT Fhistorique
            WHEN 11
               OPEN OUTPUT Fidentifiant
            WHEN 12
               OPEN OUTPUT Fcheckpoint
            WHEN 13
               OPEN OUTPUT Fjournal
            WHEN 14
               OPEN OUTPUT Fpromo
            WHEN 15
               OPEN OUTPUT Fpointage
            WHEN 16
               OPEN OUTPUT Finventaire
            WHEN 17
               OPEN OUTPUT Fcloture
            WHEN 18
               OPEN OUTPUT Fchaine
            WHEN 19
               OPEN OUTPUT Ffacture
            WHEN 20
               OPEN OUTPUT Freglement
            WHEN 21
               OPEN OUTPUT Fbon
            WHEN 22
               OPEN OUTPUT Flot
            WHEN 23
               OPEN OUTPUT Fmouvement
            WHEN 24
               OPEN OUTPUT Fchangeprix
            WHEN 25
               OPEN OUTPUT Fhistoprix
            WHEN 26
               OPEN OUTPUT Fabsence
         END-EVALUATE.

FERMER_FICHIER.
         EVALUATE wsv_f
            WHEN 1
               CLOSE Femploye
            WHEN 2
               CLOSE Fproduit
            WHEN 3
               CLOSE Fclient
            WHEN 4
               CLOSE Fachat
            WHEN 5
               CLOSE Fticket
            WHEN 6
               CLOSE Fretour
            WHEN 7
               CLOSE Ffournisseur
            WHEN 8
               CLOSE Flivraison
            WHEN 9
               CLOSE Fimport
            WHEN 10
               CLOSE Fhistorique
            WHEN 11
               CLOSE Fidentifiant
            WHEN 12
               CLOSE Fcheckpoint
            WHEN 13
               CLOSE Fjournal
            WHEN 14
               CLOSE Fpromo
            WHEN 15
               CLOSE Fpointage
            WHEN 16
               CLOSE Finventaire
            WHEN 17
               CLOSE Fcloture
            WHEN 18
               CLOSE Fchaine
            WHEN 19
               CLOSE Ffacture
            WHEN 20
               CLOSE Freglement
            WHEN 21
               CLOSE Fbon
            WHEN 22
               CLOSE Flot
            WHEN 23
               CLOSE Fmouvement
            WHEN 24
               CLOSE Fchangeprix
            WHEN 25
               CLOSE Fhistoprix
            WHEN 26
               CLOSE Fabsence
         END-EVALUATE.

LIRE_SOURCE.
         EVALUATE wsv_f
            WHEN 1
               READ Femploye NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE employeTemp TO sauvegardeTemp
               END-READ
            WHEN 2
               READ Fproduit NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE produitTemp TO sauvegardeTemp
               END-READ
            WHEN 3
               READ Fclient NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE clientTemp TO sauvegardeTemp
               END-READ
            WHEN 4
               READ Fachat NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE achatTemp TO sauvegardeTemp
               END-READ
            WHEN 5
               READ Fticket NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE ticketTemp TO sauvegardeTemp
               END-READ
            WHEN 6
               READ Fretour NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE retourTemp TO sauvegardeTemp
               END-READ
            WHEN 7
               READ Ffournisseur NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE fournisseurTemp TO sauvegardeTemp
               END-READ
            WHEN 8
               READ Flivraison
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE livraisonTemp TO sauvegardeTemp
               END-READ
            WHEN 9
               READ Fimport
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE importTemp TO sauvegardeTemp
               END-READ
            WHEN 10
               READ Fhistorique NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE histoTemp TO sauvegardeTemp
               END-READ
            WHEN 11
               READ Fidentifiant
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE identTemp TO sauvegardeTemp
               END-READ
            WHEN 12
               READ Fcheckpoint NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE checkpointTemp TO sauvegardeTemp
               END-READ
            WHEN 13
               READ Fjournal
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE journalTemp TO sauvegardeTemp
               END-READ
            WHEN 14
               READ Fpromo NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE promoTemp TO sauvegardeTemp
               END-READ
            WHEN 15
               READ Fpointage NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE pointageTemp TO sauvegardeTemp
               END-READ
            WHEN 16
               READ Finventaire NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE inventaireTemp TO sauvegardeTemp
               END-READ
            WHEN 17
               READ Fcloture NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE clotureTemp TO sauvegardeTemp
               END-READ
            WHEN 18
               READ Fchaine NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE chaineTemp TO sauvegardeTemp
               END-READ
            WHEN 19
               READ Ffacture NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE factureTemp TO sauvegardeTemp
               END-READ
            WHEN 20
               READ Freglement
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE reglementTemp TO sauvegardeTemp
               END-READ
            WHEN 21
               READ Fbon NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE bonTemp TO sauvegardeTemp
               END-READ
            WHEN 22
               READ Flot NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE lotTemp TO sauvegardeTemp
               END-READ
            WHEN 23
               READ Fmouvement NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE mouvementTemp TO sauvegardeTemp
               END-READ
            WHEN 24
               READ Fchangeprix NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE changePrixTemp TO sauvegardeTemp
               END-READ
            WHEN 25
               READ Fhistoprix NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE histoPrixTemp TO sauvegardeTemp
               END-READ
            WHEN 26
               READ Fabsence NEXT
                  AT END
                     MOVE 1 TO wsv_fin
                  NOT AT END
                     MOVE absenceTemp TO sauvegardeTemp
               END-READ
         END-EVALUATE.

CHARGER_ENREGISTREMENT.
         EVALUATE wsv_f
            WHEN 1
               MOVE sauvegardeTemp TO employeTemp
            WHEN 2
               MOVE sauvegardeTemp TO produitTemp
            WHEN 3
               MOVE sauvegardeTemp TO clientTemp
            WHEN 4
               MOVE sauvegardeTemp TO achatTemp
            WHEN 5
               MOVE sauvegardeTemp TO ticketTemp
            WHEN 6
               MOVE sauvegardeTemp TO retourTemp
            WHEN 7
               MOVE sauvegardeTemp TO fournisseurTemp
            WHEN 8
               MOVE sauvegardeTemp TO livraisonTemp
            WHEN 9
               MOVE sauvegardeTemp TO importTemp
            WHEN 10
               MOVE sauvegardeTemp TO histoTemp
            WHEN 11
               MOVE sauvegardeTemp TO identTemp
            WHEN 12
               MOVE sauvegardeTemp TO checkpointTemp
            WHEN 13
               MOVE sauvegardeTemp TO journalTemp
            WHEN 14
               MOVE sauvegardeTemp TO promoTemp
            WHEN 15
               MOVE sauvegardeTemp TO pointageTemp
            WHEN 16
               MOVE sauvegardeTemp TO inventaireTemp
            WHEN 17
               MOVE sauvegardeTemp TO clotureTemp
            WHEN 18
               MOVE sauvegardeTemp TO chaineTemp
            WHEN 19
               MOVE sauvegardeTemp TO factureTemp
            WHEN 20
               MOVE sauvegardeTemp TO reglementTemp
            WHEN 21
               MOVE sauvegardeTemp TO bonTemp
            WHEN 22
               MOVE sauvegardeTemp TO lotTemp
            WHEN 23
               MOVE sauvegardeTemp TO mouvementTemp
            WHEN 24
               MOVE sauvegardeTemp TO changePrixTemp
            WHEN 25
               MOVE sauvegardeTemp TO histoPrixTemp
            WHEN 26
               MOVE sauvegardeTemp TO absenceTemp
         END-EVALUATE.

ECRIRE_CIBLE.
         EVALUATE wsv_f
            WHEN 1
               WRITE employeTemp
               MOVE FcER TO wsv_statut
            WHEN 2
               WRITE produitTemp
               MOVE FcPR TO wsv_statut
            WHEN 3
               WRITE clientTemp
               MOVE FcCR TO wsv_statut
            WHEN 4
               WRITE achatTemp
               MOVE FcAR TO wsv_statut
            WHEN 5
               WRITE ticketTemp
               MOVE FcTR TO wsv_statut
            WHEN 6
               WRITE retourTemp
               MOVE FcRR TO wsv_statut
            WHEN 7
               WRITE fournisseurTemp
               MOVE FcFR TO wsv_statut
            WHEN 8
               WRITE livraisonTemp
               MOVE FcLR TO wsv_statut
            WHEN 9
               WRITE importTemp
               MOVE FcMR TO wsv_statut
            WHEN 10
               WRITE histoTemp
               MOVE FcHR TO wsv_statut
            WHEN 11
               WRITE identTemp
               MOVE FcIR TO wsv_statut
            WHEN 12
               WRITE checkpointTemp
               MOVE FcKR TO wsv_statut
            WHEN 13
               WRITE journalTemp
               MOVE FcJR TO wsv_statut
            WHEN 14
               WRITE promoTemp
               MOVE FcOR TO wsv_statut
            WHEN 15
               WRITE pointageTemp
               MOVE FcGR TO wsv_statut
            WHEN 16
               WRITE inventaireTemp
               MOVE FcNR TO wsv_statut
            WHEN 17
               WRITE clotureTemp
               MOVE FcQR TO wsv_statut
            WHEN 18
               WRITE chaineTemp
               MOVE FcBCR TO wsv_statut
            WHEN 19
               WRITE factureTemp
               MOVE FcFAR TO wsv_statut
            WHEN 20
               WRITE reglementTemp
               MOVE FcRGR TO wsv_statut
            WHEN 21
               WRITE bonTemp
               MOVE FcBAR TO wsv_statut
            WHEN 22
               WRITE lotTemp
               MOVE FcLOR TO wsv_statut
            WHEN 23
               WRITE mouvementTemp
               MOVE FcMVR TO wsv_statut
            WHEN 24
               WRITE changePrixTemp
               MOVE FcCPR TO wsv_statut
            WHEN 25
               WRITE histoPrixTemp
               MOVE FcHPR TO wsv_statut
            WHEN 26
               WRITE absenceTemp
               MOVE FcABR TO wsv_statut
         END-EVALUATE.

CUMULER_CONTROLE.
         EVALUATE wsv_f
            WHEN 1
               ADD fe_nbVente TO wsv_total
            WHEN 2
               ADD fp_quantite TO wsv_total
            WHEN 3
               ADD fc_points TO wsv_total
            WHEN 4
               ADD fa_quantite TO wsv_total
            WHEN 5
               ADD ft_total TO wsv_total
            WHEN 6
               ADD fr_quantite TO wsv_total
            WHEN 8
               ADD fl_quantite TO wsv_total
            WHEN 9
               ADD fb_quantite TO wsv_total
            WHEN 10
               ADD fh_nbAricleVendu TO wsv_total
            WHEN 11
               ADD fi_idEmploye fi_idProduit fi_idClient fi_idAchat
                  fi_idTicket fi_idFournisseur fi_idRetour fi_idPromo
                  fi_idFacture fi_idBon fi_idMouvement fi_idAbsence
                  TO wsv_total
            WHEN 12
               ADD ck_dernierProduit TO wsv_total
            WHEN 16
               ADD fv_qteComptee TO wsv_total
            WHEN 17
               ADD fz_totalEspeces fz_totalCarte fz_totalCheque
                  fz_totalAutre TO wsv_total
            WHEN 19
               ADD ffa_montant TO wsv_total
            WHEN 20
               ADD frg_montant TO wsv_total
            WHEN 21
               ADD fba_solde TO wsv_total
            WHEN 22
               ADD flo_quantite TO wsv_total
            WHEN 23
               ADD fmv_quantite TO wsv_total
            WHEN 24
               ADD fpc_nouveauPrix TO wsv_total
            WHEN 25
               ADD fhp_nouveauPrix TO wsv_total
            WHEN 26
               ADD fab_nbJours TO wsv_total
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

RAPPORT_PERF_EMPLOYE.
         DISPLAY "Rapport de performance des employes"
         DISPLAY "===================================="
         MOVE FAUX TO ERREUR
         PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
            DISPLAY "Date de debut (annee) : "
            ACCEPT wv_anneeDebut
            DISPLAY "Date de debut (mois) : "
            ACCEPT wv_moisDebut
            DISPLAY "Date de debut (jour) : "
            ACCEPT wv_jourDebut
            MOVE wv_anneeDebut TO annee
            MOVE wv_moisDebut TO mois
            MOVE wv_jourDebut TO jour
            PERFORM VERIF_DATE
         END-PERFORM
         MOVE FAUX TO ERREUR
         PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
            DISPLAY "Date de fin (annee) : "
            ACCEPT wv_anneeFin
            DISPLAY "Date de fin (mois) : "
            ACCEPT wv_moisFin
            DISPLAY "Date de fin (jour) : "
            ACCEPT wv_jourFin
            MOVE wv_anneeFin TO annee
            MOVE wv_moisFin TO mois
            MOVE wv_jourFin TO jour
            PERFORM VERIF_DATE
         END-PERFORM
         OPEN INPUT Femploye
         MOVE 0 TO EndOfFile
         PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
            READ Femploye NEXT
               AT END
                  MOVE 1 TO EndOfFile
               NOT AT END
                  PERFORM AFFICHER_VENTES_EMPLOYE
            END-READ
         END-PERFORM
         CLOSE Femploye.

AFFICHER_VENTES_EMPLOYE.
         DISPLAY fe_idEmploye " - " fe_nom " " fe_prenom
         MOVE fe_idEmploye TO fa_idEmploye
         MOVE 0 TO wv_nbAchats
         OPEN INPUT Fachat
         START Fachat KEY IS = fa_idEmploye
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE 0 TO W-FIN
               PERFORM WITH TEST AFTER UNTIL W-FIN = 1
                  READ Fachat NEXT
                     AT END
                        MOVE 1 TO W-FIN
                     NOT AT END
                        IF fa_idEmploye NOT = fe_idEmploye
                           MOVE 1 TO W-FIN
                        ELSE
                           IF fa_dateAch >= wv_dateDebut AND fa_dateAch <= wv_dateFin
                              ADD 1 TO wv_nbAchats
                              DISPLAY "   produit vendu : " fa_idProduit
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
         END-START
         CLOSE Fachat
         DISPLAY "   total achats sur la periode : " wv_nbAchats.

RELEVE_CLIENT.
         DISPLAY "Releve de compte client"
         DISPLAY "======================="
         DISPLAY "Entrez l identifiant du client : "
         ACCEPT fc_idClient
         PERFORM recherche_client
         IF w_ce = 0
            DISPLAY "client introuvable"
         ELSE
            DISPLAY fc_idClient " - " fc_nom " " fc_prenom
               " - " fc_nbArtAch " article(s) achete(s)"
            DISPLAY "solde de points fidelite : " fc_points
            IF fc_compte = 1
               MOVE fc_plafond TO wcp_plafond
               MOVE fc_idClient TO wcp_idClient
               PERFORM CALCULER_ENCOURS_CLIENT
               DISPLAY "client en compte - plafond : " wcp_plafond
                  " - encours : " wcp_encours
            END-IF
            PERFORM SAISIR_PERIODE_RELEVE
            PERFORM AFFICHER_ACHATS_CLIENT
         END-IF.

SAISIR_PERIODE_RELEVE.
         DISPLAY "Limiter a une periode ? (O/N)"
         ACCEPT wv_filtrePeriode
         IF wv_filtrePeriode = "O"
            MOVE FAUX TO ERREUR
            PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
               DISPLAY "Date de debut (annee) : "
               ACCEPT wv_anneeDebut
               DISPLAY "Date de debut (mois) : "
               ACCEPT wv_moisDebut
               DISPLAY "Date de debut (jour) : "
               ACCEPT wv_jourDebut
               MOVE wv_anneeDebut TO annee
               MOVE wv_moisDebut TO mois
               MOVE wv_jourDebut TO jour
               PERFORM VERIF_DATE
            END-PERFORM
            MOVE FAUX TO ERREUR
            PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
               DISPLAY "Date de fin (annee) : "
               ACCEPT wv_anneeFin
               DISPLAY "Date de fin (mois) : "
               ACCEPT wv_moisFin
               DISPLAY "Date de fin (jour) : "
               ACCEPT wv_jourFin
               MOVE wv_anneeFin TO annee
               MOVE wv_moisFin TO mois
               MOVE wv_jourFin TO jour
               PERFORM VERIF_DATE
            END-PERFORM
         ELSE
            MOVE 0 TO wv_anneeDebut
            MOVE 0 TO wv_moisDebut
            MOVE 0 TO wv_jourDebut
            MOVE 9999 TO wv_anneeFin
            MOVE 99 TO wv_moisFin
            MOVE 99 TO wv_jourFin
         END-IF.

AFFICHER_ACHATS_CLIENT.
         MOVE fc_idClient TO wv_idClient
         MOVE 0 TO wv_nbAchats
         MOVE 0 TO wv_totalQuantite
         OPEN INPUT Fachat
         EVALUATE FcAR
            WHEN 00
               MOVE wv_idClient TO fa_idClient
               START Fachat KEY IS = fa_idClient
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO W-FIN
                     PERFORM WITH TEST AFTER UNTIL W-FIN = 1
                        READ Fachat NEXT
                           AT END
                              MOVE 1 TO W-FIN
                           NOT AT END
                              IF fa_idClient NOT = wv_idClient
                                 MOVE 1 TO W-FIN
                              ELSE
                                 IF fa_dateAch >= wv_dateDebut
                                    AND fa_dateAch <= wv_dateFin
                                    PERFORM AFFICHER_LIGNE_RELEVE
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fachat
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         DISPLAY wv_nbAchats " achat(s), " wv_totalQuantite
            " article(s) sur la periode".

AFFICHER_LIGNE_RELEVE.
         ADD 1 TO wv_nbAchats
         ADD fa_quantite TO wv_totalQuantite
         PERFORM LIRE_NOM_PRODUIT
         MOVE fa_idProduit TO wpc_idProduit
         MOVE fa_dateAch TO wpc_date
         MOVE fp_prix TO wpc_prix
         PERFORM PRIX_EN_VIGUEUR
         DISPLAY "   " fa_jour "/" fa_mois "/" fa_annee
            " - produit " fa_idProduit " - " fp_nom
            " - quantite : " fa_quantite
            " - prix paye : " fa_prixUnit
            " - prix catalogue : " wpc_prix.

MODIF_CLIENT.
         OPEN I-O Fclient
            DISPLAY "Entrez l identifiant du client a modifier : "
            ACCEPT fc_idClient
            READ Fclient
               INVALID KEY
                  DISPLAY "client introuvable"
               NOT INVALID KEY
                  IF fc_anonyme = 1
                     DISPLAY "client anonymise, modification impossible"
                  ELSE
                     DISPLAY "Nom actuel : " fc_nom
                     DISPLAY "Entrez le nouveau nom"
                     ACCEPT fc_nom
                     DISPLAY "Prenom actuel : " fc_prenom
                     DISPLAY "Entrez le nouveau prenom"
                     ACCEPT fc_prenom
                     PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
                        DISPLAY "Entrez l année de naissance"
                        ACCEPT fc_annee
                        DISPLAY "Entrez le mois de naissance"
                        ACCEPT fc_mois
                        DISPLAY "Entrez le jour"
                        ACCEPT fc_jour
                        MOVE fc_annee TO annee
                        MOVE fc_mois TO mois
                        MOVE fc_jour TO jour
                        PERFORM VERIF_DATE
                     END-PERFORM
                     DISPLAY "Code postal actuel : " fc_codePost
                     DISPLAY "Entrez le nouveau code postal"
                     ACCEPT fc_codePost
                     DISPLAY "Client en compte actuellement : " fc_compte
                        " - plafond : " fc_plafond
                     PERFORM SAISIR_COMPTE_CLIENT
                     REWRITE clientTemp
                  END-IF
            END-READ
         CLOSE Fclient.

SAISIR_COMPTE_CLIENT.
         IF admin = 1 OR admin = 2
            PERFORM WITH TEST AFTER UNTIL fc_compte = 0 OR fc_compte = 1
               DISPLAY "Client en compte ? (1-Oui 0-Non)"
               ACCEPT fc_compte
            END-PERFORM
            IF fc_compte = 1
               PERFORM WITH TEST AFTER UNTIL fc_plafond > 0
                  DISPLAY "Entrez le plafond de credit du compte"
                  ACCEPT fc_plafond
               END-PERFORM
            ELSE
               MOVE 0 TO fc_plafond
            END-IF
         END-IF.

EXTRAIRE_DONNEES_CLIENT.
         DISPLAY "Extrait des donnees personnelles d un client"
         DISPLAY "============================================"
         DISPLAY "Entrez l identifiant du client : "
         ACCEPT fc_idClient
         PERFORM recherche_client
         IF w_ce = 0
            DISPLAY "client introuvable"
         ELSE
            MOVE fc_idClient TO wrg_idClient
            MOVE SPACES TO wrg_cleClient
            MOVE wrg_idClient TO wrg_cleClient
            MOVE fc_dateCreation TO wrg_dateCreation
            MOVE 0 TO wrg_nbTickets
            MOVE 0 TO wrg_nbAchats
            MOVE 0 TO wrg_nbRetours
            MOVE 0 TO wrg_nbJournal
            OPEN OUTPUT Fextrait
            PERFORM EXTRAIRE_FICHE_CLIENT
            PERFORM EXTRAIRE_TICKETS_CLIENT
            PERFORM EXTRAIRE_ACHATS_CLIENT
            PERFORM EXTRAIRE_JOURNAL_CLIENT
            CLOSE Fextrait
            DISPLAY wrg_nbTickets " ticket(s), " wrg_nbAchats
               " achat(s), " wrg_nbRetours " retour(s), "
               wrg_nbJournal " entree(s) de journal"
            DISPLAY "extrait imprime dans le fichier extrait_client.txt"
            MOVE wrg_idClient TO wj_cle
            MOVE "EXTRAIT_CLIENT" TO wj_action
            PERFORM ENREGISTRER_JOURNAL
         END-IF.

EXTRAIRE_FICHE_CLIENT.
         MOVE fc_idClient TO wrg_fIdClient
         MOVE wrg_ficheEntete TO extraitLigne
         WRITE extraitLigne
         WRITE extraitLigne FROM wr_ligneSep
         MOVE fc_nom TO wrg_fNom
         MOVE fc_prenom TO wrg_fPrenom
         MOVE wrg_ficheNom TO extraitLigne
         WRITE extraitLigne
         MOVE fc_jour TO wrg_fJour
         MOVE fc_mois TO wrg_fMois
         MOVE fc_annee TO wrg_fAnnee
         MOVE fc_codePost TO wrg_fCodePost
         MOVE wrg_ficheNaissance TO extraitLigne
         WRITE extraitLigne
         MOVE fc_nbArtAch TO wrg_fNbArtAch
         MOVE fc_points TO wrg_fPoints
         MOVE wrg_ficheFidelite TO extraitLigne
         WRITE extraitLigne
         MOVE fc_compte TO wrg_fCompte
         MOVE fc_plafond TO wrg_fPlafond
         MOVE fc_anonyme TO wrg_fAnonyme
         MOVE fc_dateCreation TO wrg_fDateCreation
         MOVE wrg_ficheCompte TO extraitLigne
         WRITE extraitLigne.

EXTRAIRE_TICKETS_CLIENT.
         MOVE SPACES TO extraitLigne
         WRITE extraitLigne
         MOVE "TICKETS (N, DATE, LIGNES, TOTAL, MODE, POINTS UTILISES,"
            TO extraitLigne
         MOVE "POINTS GAGNES)" TO extraitLigne(57:14)
         WRITE extraitLigne
         OPEN INPUT Fticket
         EVALUATE FcTR
            WHEN 00
               MOVE 0 TO wrg_fin
               PERFORM WITH TEST AFTER UNTIL wrg_fin = 1
                  READ Fticket NEXT
                     AT END
                        MOVE 1 TO wrg_fin
                     NOT AT END
                        IF ft_idClient = wrg_idClient
                           ADD 1 TO wrg_nbTickets
                           COMPUTE wrg_points =
                              (ft_total - ft_bonsVendus) / 100
                           MOVE ft_idTicket TO wrg_tIdTicket
                           MOVE ft_jour TO wrg_tJour
                           MOVE ft_mois TO wrg_tMois
                           MOVE ft_annee TO wrg_tAnnee
                           MOVE ft_nbLignes TO wrg_tNbLignes
                           MOVE ft_total TO wrg_tTotal
                           MOVE ft_modePaiement TO wrg_tMode
                           MOVE ft_pointsUtilises TO wrg_tPointsUtilises
                           MOVE wrg_points TO wrg_tPoints
                           MOVE wrg_ligneTicket TO extraitLigne
                           WRITE extraitLigne
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fticket
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

EXTRAIRE_ACHATS_CLIENT.
         MOVE SPACES TO extraitLigne
         WRITE extraitLigne
         MOVE "ACHATS (N, DATE, PRODUIT, QUANTITE, PRIX, TICKET)"
            TO extraitLigne
         WRITE extraitLigne
         OPEN INPUT Fachat
         EVALUATE FcAR
            WHEN 00
               MOVE wrg_idClient TO fa_idClient
               START Fachat KEY IS = fa_idClient
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO wrg_fin
                     PERFORM WITH TEST AFTER UNTIL wrg_fin = 1
                        READ Fachat NEXT
                           AT END
                              MOVE 1 TO wrg_fin
                           NOT AT END
                              IF fa_idClient NOT = wrg_idClient
                                 MOVE 1 TO wrg_fin
                              ELSE
                                 PERFORM EXTRAIRE_UN_ACHAT
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fachat
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

EXTRAIRE_UN_ACHAT.
         ADD 1 TO wrg_nbAchats
         MOVE fa_idAchat TO wrg_aIdAchat
         MOVE fa_jour TO wrg_aJour
         MOVE fa_mois TO wrg_aMois
         MOVE fa_annee TO wrg_aAnnee
         MOVE fa_idProduit TO wrg_aIdProduit
         MOVE fa_quantite TO wrg_aQuantite
         MOVE fa_prixUnit TO wrg_aPrixUnit
         MOVE fa_idTicket TO wrg_aIdTicket
         MOVE wrg_ligneAchat TO extraitLigne
         WRITE extraitLigne
         OPEN INPUT Fretour
         EVALUATE FcRR
            WHEN 00
               MOVE fa_idAchat TO fr_idAchat
               START Fretour KEY IS = fr_idAchat
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO W-FIN
                     PERFORM WITH TEST AFTER UNTIL W-FIN = 1
                        READ Fretour NEXT
                           AT END
                              MOVE 1 TO W-FIN
                           NOT AT END
                              IF fr_idAchat NOT = fa_idAchat
                                 MOVE 1 TO W-FIN
                              ELSE
                                 ADD 1 TO wrg_nbRetours
                                 MOVE fr_idRetour TO wrg_rIdRetour
                                 MOVE fr_jour TO wrg_rJour
                                 MOVE fr_mois TO wrg_rMois
                                 MOVE fr_annee TO wrg_rAnnee
                                 MOVE fr_quantite TO wrg_rQuantite
                                 MOVE wrg_ligneRetour TO extraitLigne
                                 WRITE extraitLigne
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fretour
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

EXTRAIRE_JOURNAL_CLIENT.
         MOVE SPACES TO extraitLigne
         WRITE extraitLigne
         MOVE "JOURNAL (DATE, HEURE, UTILISATEUR, ACTION)" TO extraitLigne
         WRITE extraitLigne
         PERFORM EXTRAIRE_ARCHIVES_CLIENT
         OPEN INPUT Fjournal
         EVALUATE FcJR
            WHEN 00
               MOVE 0 TO wrg_fin
               PERFORM WITH TEST AFTER UNTIL wrg_fin = 1
                  READ Fjournal
                     AT END
                        MOVE 1 TO wrg_fin
                     NOT AT END
                        PERFORM EXTRAIRE_ENTREE_JOURNAL
                  END-READ
               END-PERFORM
               CLOSE Fjournal
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

EXTRAIRE_ARCHIVES_CLIENT.
         ACCEPT wrg_dateJour FROM DATE YYYYMMDD
         MOVE wrg_dateJour(1:6) TO wrg_periodeFin
         IF wrg_dateCreation > 0
            MOVE wrg_dateCreation(1:6) TO wrg_periode
         ELSE
            MOVE wrg_dateJour(1:6) TO wrg_periode
            SUBTRACT wrg_anneesArchives FROM wrg_perAnnee
         END-IF
         PERFORM UNTIL wrg_periode > wrg_periodeFin
            MOVE wrg_periode TO wf_archPeriode
            PERFORM EXTRAIRE_UNE_ARCHIVE
            IF wrg_perMois = 12
               MOVE 1 TO wrg_perMois
               ADD 1 TO wrg_perAnnee
            ELSE
               ADD 1 TO wrg_perMois
            END-IF
         END-PERFORM.

EXTRAIRE_UNE_ARCHIVE.
         OPEN INPUT Farchive
         EVALUATE FcZR
            WHEN 00
               MOVE 0 TO wrg_fin
               PERFORM WITH TEST AFTER UNTIL wrg_fin = 1
                  READ Farchive INTO journalTemp
                     AT END
                        MOVE 1 TO wrg_fin
                     NOT AT END
                        PERFORM EXTRAIRE_ENTREE_JOURNAL
                  END-READ
               END-PERFORM
               CLOSE Farchive
            WHEN 35
               CONTINUE
            WHEN OTHER
               DISPLAY "erreur ouverture de " wf_nomArchive " : " FcZR
         END-EVALUATE.

EXTRAIRE_ENTREE_JOURNAL.
         IF fj_cle = wrg_cleClient
            EVALUATE fj_action
               WHEN "AJOUT_CLIENT"
               WHEN "CORR_CLIENT"
               WHEN "RACHAT_POINTS"
               WHEN "EXTRAIT_CLIENT"
               WHEN "ANONYM_CLIENT"
                  ADD 1 TO wrg_nbJournal
                  MOVE fj_date TO wrg_jDate
                  MOVE fj_heure TO wrg_jHeure
                  MOVE fj_identifiant TO wrg_jIdentifiant
                  MOVE fj_action TO wrg_jAction
                  MOVE wrg_ligneJournal TO extraitLigne
                  WRITE extraitLigne
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
         END-IF.

ANONYMISER_CLIENT.
         DISPLAY "Anonymisation d un client"
         DISPLAY "========================="
         DISPLAY "Entrez l identifiant du client : "
         ACCEPT wrg_idClient
         OPEN I-O Fclient
         MOVE wrg_idClient TO fc_idClient
         READ Fclient
            INVALID KEY
               DISPLAY "client introuvable"
            NOT INVALID KEY
               IF fc_anonyme = 1
                  DISPLAY "client deja anonymise"
               ELSE
                  MOVE fc_idClient TO wcp_idClient
                  PERFORM CALCULER_ENCOURS_CLIENT
                  IF wcp_encours > 0
                     DISPLAY "encours du compte client : " wcp_encours
                        ", anonymisation impossible avant reglement"
                  ELSE
                     DISPLAY fc_idClient " - " fc_nom " " fc_prenom
                     DISPLAY "Confirmer l anonymisation ? (O/N)"
                     ACCEPT wrg_reponse
                     IF wrg_reponse = "O"
                        PERFORM ANONYMISER_UN_CLIENT
                        DISPLAY "client anonymise, historique conserve"
                     END-IF
                  END-IF
               END-IF
         END-READ
         CLOSE Fclient.

ANONYMISER_UN_CLIENT.
         MOVE "ANONYME" TO fc_nom
         MOVE SPACES TO fc_prenom
         MOVE 0 TO fc_annee
         MOVE 0 TO fc_mois
         MOVE 0 TO fc_jour
         MOVE 0 TO fc_codePost
         MOVE 1 TO fc_anonyme
         REWRITE clientTemp
         MOVE fc_idClient TO wj_cle
         MOVE "ANONYM_CLIENT" TO wj_action
         PERFORM ENREGISTRER_JOURNAL.

CLIENTS_DORMANTS.
         DISPLAY "Anonymisation des clients sans achat"
         DISPLAY "===================================="
         PERFORM WITH TEST AFTER UNTIL wrg_anneesDormance > 0
            DISPLAY "Nombre d annees sans ticket : "
            ACCEPT wrg_anneesDormance
         END-PERFORM
         ACCEPT wrg_dateArrete FROM DATE YYYYMMDD
         MOVE 0 TO wrg_mode
         PERFORM ETAT_CLIENTS_DORMANTS
         IF wrg_nbDormants > 0
            DISPLAY "Anonymiser les " wrg_nbDormants
               " client(s) listes ? (O/N)"
            ACCEPT wrg_reponse
            IF wrg_reponse = "O"
               MOVE 1 TO wrg_mode
               PERFORM ETAT_CLIENTS_DORMANTS
               DISPLAY wrg_nbAnonymises " client(s) anonymise(s)"
            END-IF
         END-IF.

ETAT_CLIENTS_DORMANTS.
         COMPUTE wrg_dateLimite = wrg_dateArrete
            - (wrg_anneesDormance * 10000)
         MOVE 0 TO wrg_nbDormants
         MOVE 0 TO wrg_nbConserves
         MOVE 0 TO wrg_nbAnonymises
         IF wrg_mode = 0
            OPEN OUTPUT Fdormant
            MOVE wrg_dateLimite(7:2) TO wrg_hJour
            MOVE wrg_dateLimite(5:2) TO wrg_hMois
            MOVE wrg_dateLimite(1:4) TO wrg_hAnnee
            MOVE wrg_enteteDormants TO dormantLigne
            WRITE dormantLigne
            MOVE "CLI  NOM                            ACTIVITE ENCOURS"
               TO dormantLigne
            MOVE "DECISION" TO dormantLigne(58:8)
            WRITE dormantLigne
            WRITE dormantLigne FROM wr_ligneSep
            OPEN INPUT Fclient
         ELSE
            OPEN I-O Fclient
         END-IF
         EVALUATE FcCR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Fclient NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        IF fc_anonyme NOT = 1
                           PERFORM CONTROLER_CLIENT_DORMANT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fclient
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         IF wrg_mode = 0
            WRITE dormantLigne FROM wr_ligneSep
            MOVE wrg_nbDormants TO wrg_sDormants
            MOVE wrg_nbConserves TO wrg_sConserves
            MOVE wrg_totalDormants TO dormantLigne
            WRITE dormantLigne
            DISPLAY dormantLigne
            CLOSE Fdormant
            DISPLAY "liste imprimee dans le fichier clients_dormants.txt"
         END-IF.

CONTROLER_CLIENT_DORMANT.
         MOVE fc_idClient TO wrg_idClient
         MOVE fc_dateCreation TO wrg_derniereActivite
         OPEN INPUT Fachat
         EVALUATE FcAR
            WHEN 00
               MOVE wrg_idClient TO fa_idClient
               START Fachat KEY IS = fa_idClient
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO wrg_fin
                     PERFORM WITH TEST AFTER UNTIL wrg_fin = 1
                        READ Fachat NEXT
                           AT END
                              MOVE 1 TO wrg_fin
                           NOT AT END
                              IF fa_idClient NOT = wrg_idClient
                                 MOVE 1 TO wrg_fin
                              ELSE
                                 IF fa_dateAch > wrg_derniereActivite
                                    MOVE fa_dateAch
                                       TO wrg_derniereActivite
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fachat
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         OPEN INPUT Fticket
         EVALUATE FcTR
            WHEN 00
               MOVE 0 TO wrg_fin
               PERFORM WITH TEST AFTER UNTIL wrg_fin = 1
                  READ Fticket NEXT
                     AT END
                        MOVE 1 TO wrg_fin
                     NOT AT END
                        IF ft_idClient = wrg_idClient
                           AND ft_dateTicket > wrg_derniereActivite
                           MOVE ft_dateTicket TO wrg_derniereActivite
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fticket
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         IF wrg_derniereActivite < wrg_dateLimite
            MOVE wrg_idClient TO wcp_idClient
            PERFORM CALCULER_ENCOURS_CLIENT
            IF wcp_encours > 0
               ADD 1 TO wrg_nbConserves
               MOVE "CONSERVE (ENCOURS)" TO wrg_dDecision
            ELSE
               ADD 1 TO wrg_nbDormants
               MOVE "A ANONYMISER" TO wrg_dDecision
               IF wrg_mode = 1
                  PERFORM ANONYMISER_UN_CLIENT
                  ADD 1 TO wrg_nbAnonymises
               END-IF
            END-IF
            IF wrg_mode = 0
               MOVE fc_idClient TO wrg_dIdClient
               MOVE fc_nom TO wrg_dNom
               MOVE wrg_derniereActivite TO wrg_dActivite
               MOVE wcp_encours TO wrg_dEncours
               WRITE dormantLigne FROM wrg_ligneDormant
            END-IF
         END-IF.

DEVERROUILLER_COMPTE.
         OPEN I-O Femploye
            DISPLAY "Entrez l identifiant de l employe a deverrouiller : "
            ACCEPT fe_idEmploye
            READ Femploye
               INVALID KEY
                  DISPLAY "employe introuvable"
               NOT INVALID KEY
                  MOVE 0 TO fe_echecs
                  REWRITE employeTemp
                  DISPLAY "compte " fe_idEmploye " deverrouille"
                  MOVE fe_idEmploye TO wj_cle
                  MOVE "DEVERROUILLAGE" TO wj_action
                  PERFORM ENREGISTRER_JOURNAL
            END-READ
         CLOSE Femploye.

MODIF_EMPLOYE.
         OPEN I-O Femploye
            DISPLAY "Entrez l identifiant de l employe a modifier : "
            ACCEPT fe_idEmploye
            READ Femploye
               INVALID KEY
                  DISPLAY "employe introuvable"
               NOT INVALID KEY
                  DISPLAY "Nom actuel : " fe_nom
                  DISPLAY "Entrez le nouveau nom"
                  ACCEPT fe_nom
                  DISPLAY "Prenom actuel : " fe_prenom
                  DISPLAY "Entrez le nouveau prenom"
                  ACCEPT fe_prenom
                  DISPLAY "Salaire actuel : " fe_salaire
                  DISPLAY "Entrez le nouveau salaire"
                  ACCEPT fe_salaire
                  DISPLAY "Entrez le nouveau RIB"
                  ACCEPT fe_rib
                  DISPLAY "Entrez la nouvelle adresse"
                  ACCEPT fe_adresse
                  DISPLAY "Role actuel : " fe_role
                  DISPLAY "Entrez le nouveau role (0-User 1-Admin 2-Manager)"
                  ACCEPT fe_role
                  DISPLAY "Type de contrat actuel : " fe_typeContrat
                  PERFORM WITH TEST AFTER
                     UNTIL fe_typeContrat = 1 OR fe_typeContrat = 2
                     DISPLAY "Entrez le type de contrat"
                        " (1-Salarie 2-Horaire)"
                     ACCEPT fe_typeContrat
                  END-PERFORM
                  IF fe_typeContrat = 2
                     DISPLAY "Taux horaire actuel : " fe_tauxHoraire
                     DISPLAY "Entrez le nouveau taux horaire"
                        " (avec point decimal, ex 12.50)"
                     ACCEPT fe_tauxHoraire
                  ELSE
                     MOVE 0 TO fe_tauxHoraire
                  END-IF
                  DISPLAY "Entrez le nouveau mot de passe"
                  ACCEPT fe_mdp
                  MOVE fe_mdp TO wm_mdpClair
                  PERFORM HASHER_MOT_DE_PASSE
                  MOVE wm_mdpHash TO fe_mdp
                  REWRITE employeTemp
            END-READ
         CLOSE Femploye.

MODIF_PRODUIT.
         OPEN I-O Fproduit
            DISPLAY "Entrez l identifiant du produit a modifier : "
            ACCEPT fp_idProduit
            READ Fproduit
               INVALID KEY
                  DISPLAY "produit introuvable"
               NOT INVALID KEY
                  DISPLAY "Nom actuel : " fp_nom
                  DISPLAY "Entrez le nouveau nom"
                  ACCEPT fp_nom
                  DISPLAY "Prix actuel : " fp_prix
                  MOVE fp_prix TO wpc_ancienPrix
                  DISPLAY "Entrez le nouveau prix"
                  ACCEPT fp_prix
                  DISPLAY "Prix d achat actuel : " fp_prixAchat
                  DISPLAY "Entrez le nouveau prix d achat"
                  ACCEPT fp_prixAchat
                  DISPLAY "Code TVA actuel : " fp_codeTva
                  PERFORM WITH TEST AFTER
                     UNTIL fp_codeTva = 1 OR fp_codeTva = 2
                     DISPLAY "Entrez le code TVA (1-Normal 2-Reduit)"
                     ACCEPT fp_codeTva
                  END-PERFORM
                  DISPLAY "Quantite actuelle : " fp_quantite
                  DISPLAY "Entrez la nouvelle quantite"
                  ACCEPT fp_quantite
                  DISPLAY "Seuil de reapprovisionnement actuel : "
                     fp_seuilReappro
                  DISPLAY "Entrez le nouveau seuil"
                  ACCEPT fp_seuilReappro
                  IF fp_seuilReappro = 0
                     MOVE wp_seuilReappro TO fp_seuilReappro
                  END-IF
                  DISPLAY "Fournisseur attitre actuel : " fp_idFournisseur
                  PERFORM SAISIR_FOURNISSEUR_PRODUIT
                  DISPLAY "Actif actuellement : " fp_actif
                  DISPLAY "Produit actif ? (1-Oui 0-Non)"
                  ACCEPT fp_actif
                  REWRITE produitTemp
                  IF fp_prix NOT = wpc_ancienPrix
                     MOVE fp_idProduit TO wpc_idProduit
                     MOVE fp_prix TO wpc_nouveauPrix
                     ACCEPT wpc_dateEffet FROM DATE YYYYMMDD
                     MOVE wpc_dateEffet TO wpc_dateApplication
                     MOVE wj_identifiantConnecte TO wpc_saisiPar
                     PERFORM ENREGISTRER_HISTO_PRIX
                     MOVE SPACES TO wj_cle
                     MOVE fp_idProduit TO wj_cle
                     MOVE "MODIF_PRIX" TO wj_action
                     PERFORM ENREGISTRER_JOURNAL
                  END-IF
            END-READ
         CLOSE Fproduit.

SAISIR_FOURNISSEUR_PRODUIT.
         DISPLAY "Saisir l identifiant du fournisseur attitre (0 si aucun) : "
         ACCEPT fp_idFournisseur
         IF fp_idFournisseur > 0
            MOVE fp_idFournisseur TO ff_idFournisseur
            PERFORM recherche_fournisseur
            IF w_fe = 0
               DISPLAY "fournisseur inconnu, aucun fournisseur attitre"
               MOVE 0 TO fp_idFournisseur
            END-IF
         END-IF.

recherche_fournisseur.
         OPEN INPUT Ffournisseur
            READ Ffournisseur
               INVALID KEY MOVE 0 TO w_fe
               NOT INVALID KEY MOVE 1 TO w_fe
            END-READ
         CLOSE Ffournisseur.

AJOUT_FOURNISSEUR.
         PERFORM PROCHAIN_ID_FOURNISSEUR
         OPEN I-O Ffournisseur
         EVALUATE FcFR
            WHEN 35
               OPEN OUTPUT Ffournisseur
               CLOSE Ffournisseur
               OPEN I-O Ffournisseur
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE fi_idFournisseur TO ff_idFournisseur
         DISPLAY "Entrez le nom du fournisseur"
         ACCEPT ff_nom
         DISPLAY "Entrez le telephone"
         ACCEPT ff_telephone
         MOVE 1 TO ff_actif
         WRITE fournisseurTemp
            INVALID KEY
               DISPLAY "erreur enregistrement du fournisseur"
            NOT INVALID KEY
               MOVE ff_idFournisseur TO wj_cle
               MOVE "AJOUT_FOURNIS" TO wj_action
               PERFORM ENREGISTRER_JOURNAL
         END-WRITE
         CLOSE Ffournisseur.

MODIF_FOURNISSEUR.
         OPEN I-O Ffournisseur
            DISPLAY "Entrez l identifiant du fournisseur a modifier : "
            ACCEPT ff_idFournisseur
            READ Ffournisseur
               INVALID KEY
                  DISPLAY "fournisseur introuvable"
               NOT INVALID KEY
                  DISPLAY "Nom actuel : " ff_nom
                  DISPLAY "Entrez le nouveau nom"
                  ACCEPT ff_nom
                  DISPLAY "Telephone actuel : " ff_telephone
                  DISPLAY "Entrez le nouveau telephone"
                  ACCEPT ff_telephone
                  DISPLAY "Actif actuellement : " ff_actif
                  DISPLAY "Fournisseur actif ? (1-Oui 0-Non)"
                  ACCEPT ff_actif
                  REWRITE fournisseurTemp
            END-READ
         CLOSE Ffournisseur.

AJOUT_PROMOTION.
         PERFORM WITH TEST AFTER UNTIL fp_idProduit > 0 AND w_pe = 1
            DISPLAY "Saisir l identifiant du produit en promotion : "
            ACCEPT fp_idProduit
            PERFORM recherche_produit
         END-PERFORM
         MOVE fp_idProduit TO wq_idProduit
         PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
            DISPLAY "Annee de debut de la promotion : "
            ACCEPT wq_dAnnee
            DISPLAY "Mois de debut : "
            ACCEPT wq_dMois
            DISPLAY "Jour de debut : "
            ACCEPT wq_dJour
            MOVE wq_dAnnee TO annee
            MOVE wq_dMois TO mois
            MOVE wq_dJour TO jour
            PERFORM VERIF_DATE
         END-PERFORM
         PERFORM WITH TEST AFTER
            UNTIL ERREUR = FAUX AND wq_dateFin >= wq_dateDebut
            DISPLAY "Annee de fin de la promotion : "
            ACCEPT wq_fAnnee
            DISPLAY "Mois de fin : "
            ACCEPT wq_fMois
            DISPLAY "Jour de fin : "
            ACCEPT wq_fJour
            MOVE wq_fAnnee TO annee
            MOVE wq_fMois TO mois
            MOVE wq_fJour TO jour
            PERFORM VERIF_DATE
            IF ERREUR = FAUX AND wq_dateFin < wq_dateDebut
               DISPLAY "la fin doit etre posterieure au debut"
            END-IF
         END-PERFORM
         PERFORM PROCHAIN_ID_PROMO
         OPEN I-O Fpromo
         EVALUATE FcOR
            WHEN 35
               OPEN OUTPUT Fpromo
               CLOSE Fpromo
               OPEN I-O Fpromo
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE fi_idPromo TO fm_idPromo
         MOVE wq_idProduit TO fm_idProduit
         MOVE wq_dateDebut TO fm_dateDebut
         MOVE wq_dateFin TO fm_dateFin
         MOVE 0 TO fm_typePromo
         MOVE 0 TO fm_prixPromo
         MOVE 0 TO fm_pourcentage
         PERFORM WITH TEST AFTER
            UNTIL fm_typePromo = 1 OR fm_typePromo = 2
            DISPLAY "Type de promotion (1-Prix promo 2-Pourcentage) : "
            ACCEPT fm_typePromo
         END-PERFORM
         IF fm_typePromo = 1
            PERFORM WITH TEST AFTER UNTIL fm_prixPromo > 0
               DISPLAY "Saisir le prix promotionnel : "
               ACCEPT fm_prixPromo
            END-PERFORM
         ELSE
            PERFORM WITH TEST AFTER
               UNTIL fm_pourcentage > 0 AND fm_pourcentage < 100
               DISPLAY "Saisir le pourcentage de remise (1-99) : "
               ACCEPT fm_pourcentage
            END-PERFORM
         END-IF
         WRITE promoTemp
            INVALID KEY
               DISPLAY "erreur enregistrement de la promotion"
            NOT INVALID KEY
               DISPLAY "promotion " fm_idPromo " creee"
               MOVE fm_idPromo TO wj_cle
               MOVE "AJOUT_PROMO" TO wj_action
               PERFORM ENREGISTRER_JOURNAL
         END-WRITE
         CLOSE Fpromo.

CHERCHER_PROMO_PRODUIT.
         MOVE wq_prixNormal TO wq_prixApplique
         OPEN INPUT Fpromo
         EVALUATE FcOR
            WHEN 00
               MOVE wq_idProduit TO fm_idProduit
               START Fpromo KEY IS = fm_idProduit
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO W-FIN
                     PERFORM WITH TEST AFTER UNTIL W-FIN = 1
                        READ Fpromo NEXT
                           AT END
                              MOVE 1 TO W-FIN
                           NOT AT END
                              IF fm_idProduit NOT = wq_idProduit
                                 MOVE 1 TO W-FIN
                              ELSE
                                 IF wq_dateVente >= fm_dateDebut
                                    AND wq_dateVente <= fm_dateFin
                                    PERFORM APPLIQUER_PROMO
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fpromo
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

APPLIQUER_PROMO.
         IF fm_typePromo = 2
            COMPUTE wq_prixApplique =
               (wq_prixNormal * (100 - fm_pourcentage)) / 100
         ELSE
            MOVE fm_prixPromo TO wq_prixApplique
         END-IF
         IF wq_prixApplique > wq_prixNormal
            MOVE wq_prixNormal TO wq_prixApplique
         END-IF.

PLANIFIER_PRIX.
         DISPLAY "Planifier un changement de prix"
         DISPLAY "==============================="
         PERFORM WITH TEST AFTER UNTIL fp_idProduit > 0 AND w_pe = 1
            DISPLAY "Saisir l identifiant du produit : "
            ACCEPT fp_idProduit
            PERFORM recherche_produit
         END-PERFORM
         DISPLAY "Prix actuel : " fp_prix
         MOVE 0 TO wpc_nouveauPrix
         PERFORM WITH TEST AFTER UNTIL wpc_nouveauPrix > 0
            DISPLAY "Nouveau prix : "
            ACCEPT wpc_nouveauPrix
         END-PERFORM
         ACCEPT wpc_dateTraitement FROM DATE YYYYMMDD
         PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
            DISPLAY "Date d application (annee) : "
            ACCEPT wpc_sAnnee
            DISPLAY "Date d application (mois) : "
            ACCEPT wpc_sMois
            DISPLAY "Date d application (jour) : "
            ACCEPT wpc_sJour
            MOVE wpc_sAnnee TO annee
            MOVE wpc_sMois TO mois
            MOVE wpc_sJour TO jour
            PERFORM VERIF_DATE
            IF ERREUR = FAUX AND wpc_dateSaisie < wpc_dateTraitement
               DISPLAY "la date d application est deja passee"
               MOVE VRAI TO ERREUR
            END-IF
         END-PERFORM
         OPEN I-O Fchangeprix
         EVALUATE FcCPR
            WHEN 35
               OPEN OUTPUT Fchangeprix
               CLOSE Fchangeprix
               OPEN I-O Fchangeprix
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE wpc_dateSaisie TO fpc_dateEffet
         MOVE fp_idProduit TO fpc_idProduit
         READ Fchangeprix
            INVALID KEY
               MOVE 0 TO W-TROUVE
            NOT INVALID KEY
               MOVE 1 TO W-TROUVE
         END-READ
         MOVE wpc_nouveauPrix TO fpc_nouveauPrix
         MOVE wj_identifiantConnecte TO fpc_saisiPar
         MOVE wpc_dateTraitement TO fpc_dateSaisie
         MOVE 0 TO fpc_statut
         MOVE 0 TO fpc_dateApplication
         IF W-TROUVE = 0
            WRITE changePrixTemp
               INVALID KEY
                  DISPLAY "erreur enregistrement du changement de prix"
            END-WRITE
         ELSE
            DISPLAY "changement deja planifie a cette date, remplace"
            REWRITE changePrixTemp
         END-IF
         CLOSE Fchangeprix
         DISPLAY "prix de " fp_nom " passe a " wpc_nouveauPrix " le "
            wpc_sJour "/" wpc_sMois "/" wpc_sAnnee
         MOVE fp_idProduit TO wpc_kIdProduit
         MOVE wpc_dateSaisie TO wpc_kDate
         MOVE wpc_cleJournal TO wj_cle
         MOVE "PLANIF_PRIX" TO wj_action
         PERFORM ENREGISTRER_JOURNAL.

CHANGEMENTS_PRIX_JOUR.
         DISPLAY "Application des changements de prix du jour"
         DISPLAY "============================================"
         ACCEPT wpc_dateTraitement FROM DATE YYYYMMDD
         MOVE wpc_dateTraitement TO wpc_dateLimite
         PERFORM APPLIQUER_CHANGEMENTS_PRIX.

APPLIQUER_CHANGEMENTS_PRIX.
         MOVE 0 TO wpc_nbAppliques
         OPEN I-O Fchangeprix
         EVALUATE FcCPR
            WHEN 00
               MOVE 0 TO wpc_fin
               PERFORM WITH TEST AFTER UNTIL wpc_fin = 1
                  READ Fchangeprix NEXT
                     AT END
                        MOVE 1 TO wpc_fin
                     NOT AT END
                        IF fpc_dateEffet > wpc_dateLimite
                           MOVE 1 TO wpc_fin
                        ELSE
                           IF fpc_statut = 0
                              PERFORM APPLIQUER_UN_CHANGEMENT_PRIX
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fchangeprix
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         DISPLAY wpc_nbAppliques " changement(s) de prix applique(s)"
         PERFORM ECRIRE_ETIQUETTES.

APPLIQUER_UN_CHANGEMENT_PRIX.
         OPEN I-O Fproduit
            MOVE fpc_idProduit TO fp_idProduit
            READ Fproduit
               INVALID KEY
                  DISPLAY "changement de prix du produit "
                     fpc_idProduit " : produit introuvable, annule"
                  MOVE 2 TO fpc_statut
               NOT INVALID KEY
                  MOVE fp_prix TO wpc_ancienPrix
                  MOVE fpc_nouveauPrix TO fp_prix
                  REWRITE produitTemp
                  MOVE fp_idProduit TO wpc_idProduit
                  MOVE fpc_nouveauPrix TO wpc_nouveauPrix
                  MOVE fpc_dateEffet TO wpc_dateEffet
                  MOVE wpc_dateTraitement TO wpc_dateApplication
                  MOVE fpc_saisiPar TO wpc_saisiPar
                  PERFORM ENREGISTRER_HISTO_PRIX
                  MOVE 1 TO fpc_statut
                  ADD 1 TO wpc_nbAppliques
                  MOVE fpc_idProduit TO wpc_kIdProduit
                  MOVE fpc_dateEffet TO wpc_kDate
                  MOVE wpc_cleJournal TO wj_cle
                  MOVE "CHANGEMENT_PRIX" TO wj_action
                  PERFORM ENREGISTRER_JOURNAL
            END-READ
         CLOSE Fproduit
         MOVE wpc_dateTraitement TO fpc_dateApplication
         REWRITE changePrixTemp.

ENREGISTRER_HISTO_PRIX.
         OPEN I-O Fhistoprix
         EVALUATE FcHPR
            WHEN 35
               OPEN OUTPUT Fhistoprix
               CLOSE Fhistoprix
               OPEN I-O Fhistoprix
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE wpc_idProduit TO fhp_idProduit
         MOVE wpc_dateEffet TO fhp_dateEffet
         READ Fhistoprix
            INVALID KEY
               MOVE wpc_ancienPrix TO fhp_ancienPrix
               MOVE wpc_nouveauPrix TO fhp_nouveauPrix
               MOVE wpc_saisiPar TO fhp_saisiPar
               MOVE wpc_dateApplication TO fhp_dateApplication
               WRITE histoPrixTemp
                  INVALID KEY
                     DISPLAY "erreur enregistrement de l historique"
                        " des prix"
               END-WRITE
            NOT INVALID KEY
               MOVE wpc_nouveauPrix TO fhp_nouveauPrix
               MOVE wpc_saisiPar TO fhp_saisiPar
               MOVE wpc_dateApplication TO fhp_dateApplication
               REWRITE histoPrixTemp
         END-READ
         CLOSE Fhistoprix.

ECRIRE_ETIQUETTES.
         MOVE 0 TO wpc_nbEtiquettes
         OPEN OUTPUT Fetiquette
         MOVE wpc_dateTraitement(7:2) TO wpc_hJour
         MOVE wpc_dateTraitement(5:2) TO wpc_hMois
         MOVE wpc_dateTraitement(1:4) TO wpc_hAnnee
         MOVE wpc_enteteEtiquettes TO etiquetteLigne
         WRITE etiquetteLigne
         WRITE etiquetteLigne FROM wr_ligneSep
         OPEN INPUT Fhistoprix
         EVALUATE FcHPR
            WHEN 00
               MOVE 0 TO wpc_fin
               PERFORM WITH TEST AFTER UNTIL wpc_fin = 1
                  READ Fhistoprix NEXT
                     AT END
                        MOVE 1 TO wpc_fin
                     NOT AT END
                        IF fhp_dateApplication = wpc_dateTraitement
                           PERFORM ECRIRE_UNE_ETIQUETTE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fhistoprix
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         CLOSE Fetiquette
         DISPLAY wpc_nbEtiquettes " etiquette(s) dans le fichier"
            " etiquettes.txt".

ECRIRE_UNE_ETIQUETTE.
         MOVE fhp_idProduit TO fa_idProduit
         PERFORM LIRE_NOM_PRODUIT
         MOVE fhp_idProduit TO wpc_eIdProduit
         MOVE fp_nom TO wpc_eNom
         MOVE fhp_nouveauPrix TO wpc_ePrix
         MOVE fhp_ancienPrix TO wpc_eAncienPrix
         MOVE fhp_dateEffet(7:2) TO wpc_eJour
         MOVE fhp_dateEffet(5:2) TO wpc_eMois
         MOVE fhp_dateEffet(1:4) TO wpc_eAnnee
         WRITE etiquetteLigne FROM wpc_ligneEtiquette
         ADD 1 TO wpc_nbEtiquettes.

PRIX_EN_VIGUEUR.
         OPEN INPUT Fhistoprix
         EVALUATE FcHPR
            WHEN 00
               MOVE wpc_idProduit TO fhp_idProduit
               MOVE wpc_date TO fhp_dateEffet
               START Fhistoprix KEY IS > fhp_cle
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     READ Fhistoprix NEXT
                        AT END
                           CONTINUE
                        NOT AT END
                           IF fhp_idProduit = wpc_idProduit
                              MOVE fhp_ancienPrix TO wpc_prix
                           END-IF
                     END-READ
               END-START
               CLOSE Fhistoprix
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

CONSULTER_PRIX_DATE.
         DISPLAY "Prix en vigueur a une date"
         DISPLAY "=========================="
         PERFORM WITH TEST AFTER UNTIL fp_idProduit > 0 AND w_pe = 1
            DISPLAY "Saisir l identifiant du produit : "
            ACCEPT fp_idProduit
            PERFORM recherche_produit
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
            DISPLAY "Date (annee) : "
            ACCEPT wpc_sAnnee
            DISPLAY "Date (mois) : "
            ACCEPT wpc_sMois
            DISPLAY "Date (jour) : "
            ACCEPT wpc_sJour
            MOVE wpc_sAnnee TO annee
            MOVE wpc_sMois TO mois
            MOVE wpc_sJour TO jour
            PERFORM VERIF_DATE
         END-PERFORM
         MOVE fp_idProduit TO wpc_idProduit
         MOVE wpc_dateSaisie TO wpc_date
         MOVE fp_prix TO wpc_prix
         PERFORM PRIX_EN_VIGUEUR
         DISPLAY fp_idProduit " - " fp_nom " : prix catalogue le "
            wpc_sJour "/" wpc_sMois "/" wpc_sAnnee " : " wpc_prix
         MOVE fp_idProduit TO wq_idProduit
         MOVE wpc_prix TO wq_prixNormal
         MOVE wpc_dateSaisie TO wq_dateVente
         PERFORM CHERCHER_PROMO_PRODUIT
         IF wq_prixApplique NOT = wpc_prix
            DISPLAY "prix promotionnel ce jour-la : " wq_prixApplique
         END-IF.

RAPPORT_DEROGATIONS.
         DISPLAY "Rapport hebdomadaire des prix forces et remises"
         DISPLAY "==============================================="
         PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
            DISPLAY "Premier jour de la semaine (AAAAMMJJ) : "
            ACCEPT wdg_dateDebut
            MOVE FAUX TO ERREUR
            MOVE wdg_dateDebut TO wdt_date
            PERFORM NB_JOURS_MOIS
            IF wdt_mois < 1 OR wdt_mois > 12
               OR wdt_jour < 1 OR wdt_jour > wdt_nbJours
               DISPLAY "date invalide"
               MOVE VRAI TO ERREUR
            END-IF
         END-PERFORM
         PERFORM JOUR_SUIVANT 6 TIMES
         MOVE wdt_date TO wdg_dateFin
         PERFORM ETAT_DEROGATIONS.

ETAT_DEROGATIONS.
         MOVE 0 TO wdg_nbCaissiers
         MOVE 0 TO wdg_nbApprobateurs
         MOVE 0 TO wdg_nbPrixForces
         MOVE 0 TO wdg_nbRemises
         MOVE 0 TO wdg_totalEcart
         OPEN OUTPUT Fderogimp
         MOVE wdg_dateDebut(7:2) TO wdg_hJourDebut
         MOVE wdg_dateDebut(5:2) TO wdg_hMoisDebut
         MOVE wdg_dateDebut(1:4) TO wdg_hAnneeDebut
         MOVE wdg_dateFin(7:2) TO wdg_hJourFin
         MOVE wdg_dateFin(5:2) TO wdg_hMoisFin
         MOVE wdg_dateFin(1:4) TO wdg_hAnneeFin
         MOVE wdg_enteteEtat TO derogLigne
         WRITE derogLigne
         DISPLAY derogLigne
         MOVE "TYPE   DATE  TICK CAIS VALI MOTIF                AVANT"
            TO derogLigne
         MOVE "ECART" TO derogLigne(66:5)
         WRITE derogLigne
         WRITE derogLigne FROM wr_ligneSep
         OPEN INPUT Fachat
         EVALUATE FcAR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Fachat NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        MOVE fa_dateAch TO wdg_dateLigne
                        IF fa_idApprobateur > 0
                           AND wdg_dateLigne >= wdg_dateDebut
                           AND wdg_dateLigne <= wdg_dateFin
                           PERFORM ECRIRE_LIGNE_PRIX_FORCE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fachat
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         OPEN INPUT Fticket
         EVALUATE FcTR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Fticket NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        MOVE ft_dateTicket TO wdg_dateLigne
                        IF ft_remise > 0
                           AND wdg_dateLigne >= wdg_dateDebut
                           AND wdg_dateLigne <= wdg_dateFin
                           PERFORM ECRIRE_LIGNE_REMISE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fticket
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         WRITE derogLigne FROM wr_ligneSep
         MOVE wdg_nbPrixForces TO wdg_sPrix
         MOVE wdg_nbRemises TO wdg_sRemises
         MOVE wdg_totalEcart TO wdg_sEcart
         MOVE wdg_totalEtat TO derogLigne
         WRITE derogLigne
         DISPLAY derogLigne
         MOVE SPACES TO derogLigne
         WRITE derogLigne
         MOVE "PAR CAISSIER" TO derogLigne
         WRITE derogLigne
         MOVE "EMPL   PRIX FORCES  REMISES   MONTANT" TO derogLigne
         WRITE derogLigne
         PERFORM VARYING wdg_i FROM 1 BY 1 UNTIL wdg_i > wdg_nbCaissiers
            MOVE wdg_caId(wdg_i) TO wdg_cId
            MOVE wdg_caNbPrix(wdg_i) TO wdg_cNbPrix
            MOVE wdg_caNbRemises(wdg_i) TO wdg_cNbRemises
            MOVE wdg_caMontant(wdg_i) TO wdg_cMontant
            WRITE derogLigne FROM wdg_ligneCumul
         END-PERFORM
         MOVE SPACES TO derogLigne
         WRITE derogLigne
         MOVE "PAR RESPONSABLE AYANT VALIDE" TO derogLigne
         WRITE derogLigne
         MOVE "EMPL   PRIX FORCES  REMISES   MONTANT" TO derogLigne
         WRITE derogLigne
         PERFORM VARYING wdg_i FROM 1 BY 1
            UNTIL wdg_i > wdg_nbApprobateurs
            MOVE wdg_apId(wdg_i) TO wdg_cId
            MOVE wdg_apNbPrix(wdg_i) TO wdg_cNbPrix
            MOVE wdg_apNbRemises(wdg_i) TO wdg_cNbRemises
            MOVE wdg_apMontant(wdg_i) TO wdg_cMontant
            WRITE derogLigne FROM wdg_ligneCumul
         END-PERFORM
         CLOSE Fderogimp
         DISPLAY "rapport imprime dans le fichier derogations.txt"
         MOVE SPACES TO wj_cle
         MOVE wdg_dateDebut TO wj_cle
         MOVE "ETAT_DEROGATION" TO wj_action
         PERFORM ENREGISTRER_JOURNAL.

ECRIRE_LIGNE_PRIX_FORCE.
         ADD 1 TO wdg_nbPrixForces
         MOVE "PRIX" TO wdg_dType
         MOVE fa_jour TO wdg_dJour
         MOVE fa_mois TO wdg_dMois
         MOVE fa_idTicket TO wdg_dIdTicket
         MOVE fa_idEmploye TO wdg_dIdCaissier
         MOVE fa_idApprobateur TO wdg_dIdApprob
         MOVE fa_motifDerog TO wdg_motif
         PERFORM LIBELLE_MOTIF_DEROGATION
         IF wdg_m > 0
            MOVE wdg_libelle(wdg_m) TO wdg_dMotif
         ELSE
            MOVE fa_motifDerog TO wdg_dMotif
         END-IF
         COMPUTE wdg_dAvant = fa_prixOrigine * fa_quantite
         COMPUTE wdg_ecart = (fa_prixOrigine - fa_prixUnit) * fa_quantite
         MOVE wdg_ecart TO wdg_dEcart
         WRITE derogLigne FROM wdg_ligneDetail
         MOVE fa_idEmploye TO wdg_idCaissier
         MOVE fa_idApprobateur TO wdg_idApprobateur
         MOVE 1 TO wdg_type
         PERFORM CUMULER_DEROGATION.

ECRIRE_LIGNE_REMISE.
         ADD 1 TO wdg_nbRemises
         MOVE "REMISE" TO wdg_dType
         MOVE ft_jour TO wdg_dJour
         MOVE ft_mois TO wdg_dMois
         MOVE ft_idTicket TO wdg_dIdTicket
         MOVE ft_idEmploye TO wdg_dIdCaissier
         MOVE ft_idApprobRemise TO wdg_dIdApprob
         MOVE ft_motifRemise TO wdg_motif
         PERFORM LIBELLE_MOTIF_DEROGATION
         IF wdg_m > 0
            MOVE wdg_libelle(wdg_m) TO wdg_dMotif
         ELSE
            MOVE ft_motifRemise TO wdg_dMotif
         END-IF
         COMPUTE wdg_dAvant = ft_total + ft_remise
         MOVE ft_remise TO wdg_ecart
         MOVE wdg_ecart TO wdg_dEcart
         WRITE derogLigne FROM wdg_ligneDetail
         MOVE ft_idEmploye TO wdg_idCaissier
         MOVE ft_idApprobRemise TO wdg_idApprobateur
         MOVE 2 TO wdg_type
         PERFORM CUMULER_DEROGATION.

CUMULER_DEROGATION.
         ADD wdg_ecart TO wdg_totalEcart
         MOVE 0 TO wdg_m
         PERFORM VARYING wdg_i FROM 1 BY 1 UNTIL wdg_i > wdg_nbCaissiers
            IF wdg_caId(wdg_i) = wdg_idCaissier
               MOVE wdg_i TO wdg_m
            END-IF
         END-PERFORM
         IF wdg_m = 0 AND wdg_nbCaissiers < 50
            ADD 1 TO wdg_nbCaissiers
            MOVE wdg_nbCaissiers TO wdg_m
            MOVE wdg_idCaissier TO wdg_caId(wdg_m)
            MOVE 0 TO wdg_caNbPrix(wdg_m)
            MOVE 0 TO wdg_caNbRemises(wdg_m)
            MOVE 0 TO wdg_caMontant(wdg_m)
         END-IF
         IF wdg_m > 0
            IF wdg_type = 1
               ADD 1 TO wdg_caNbPrix(wdg_m)
            ELSE
               ADD 1 TO wdg_caNbRemises(wdg_m)
            END-IF
            ADD wdg_ecart TO wdg_caMontant(wdg_m)
         END-IF
         MOVE 0 TO wdg_m
         PERFORM VARYING wdg_i FROM 1 BY 1
            UNTIL wdg_i > wdg_nbApprobateurs
            IF wdg_apId(wdg_i) = wdg_idApprobateur
               MOVE wdg_i TO wdg_m
            END-IF
         END-PERFORM
         IF wdg_m = 0 AND wdg_nbApprobateurs < 50
            ADD 1 TO wdg_nbApprobateurs
            MOVE wdg_nbApprobateurs TO wdg_m
            MOVE wdg_idApprobateur TO wdg_apId(wdg_m)
            MOVE 0 TO wdg_apNbPrix(wdg_m)
            MOVE 0 TO wdg_apNbRemises(wdg_m)
            MOVE 0 TO wdg_apMontant(wdg_m)
         END-IF
         IF wdg_m > 0
            IF wdg_type = 1
               ADD 1 TO wdg_apNbPrix(wdg_m)
            ELSE
               ADD 1 TO wdg_apNbRemises(wdg_m)
            END-IF
            ADD wdg_ecart TO wdg_apMontant(wdg_m)
         END-IF.

RECEPTION_MARCHANDISE.
         PERFORM WITH TEST AFTER UNTIL fp_idProduit > 0 AND w_pe = 1
            DISPLAY "Saisir l identifiant du produit livre : "
            ACCEPT fp_idProduit
            PERFORM recherche_produit
         END-PERFORM
         MOVE fp_idProduit TO w_idProduit
         PERFORM WITH TEST AFTER UNTIL w_fe = 1
            DISPLAY "Saisir l identifiant du fournisseur : "
            ACCEPT ff_idFournisseur
            PERFORM recherche_fournisseur
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL wl_quantite > 0
            DISPLAY "Saisir la quantite livree : "
            ACCEPT wl_quantite
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL wl_prixUnit > 0
            DISPLAY "Saisir le prix d achat unitaire : "
            ACCEPT wl_prixUnit
         END-PERFORM
         OPEN I-O Fproduit
            MOVE w_idProduit TO fp_idProduit
            READ Fproduit
               INVALID KEY
                  DISPLAY "erreur mise a jour du stock"
               NOT INVALID KEY
                  ADD wl_quantite TO fp_quantite
                  MOVE wl_prixUnit TO fp_prixAchat
                  REWRITE produitTemp
                  DISPLAY "nouveau stock du produit " fp_idProduit
                     " : " fp_quantite
            END-READ
         CLOSE Fproduit
         PERFORM ENREGISTRER_LIVRAISON
         PERFORM SAISIR_LOT_RECEPTION
         MOVE w_idProduit TO wj_cle
         MOVE "RECEPTION" TO wj_action
         PERFORM ENREGISTRER_JOURNAL.

SAISIR_LOT_RECEPTION.
         DISPLAY "Numero de lot (vide si produit non suivi par lot) : "
         MOVE SPACES TO wlo_numLot
         ACCEPT wlo_numLot
         ACCEPT wlo_dateJour FROM DATE YYYYMMDD
         IF wlo_numLot NOT = SPACES
            PERFORM WITH TEST AFTER UNTIL ERREUR = FAUX
               DISPLAY "Date limite de consommation (annee) : "
               ACCEPT wlo_dAnnee
               DISPLAY "Date limite de consommation (mois) : "
               ACCEPT wlo_dMois
               DISPLAY "Date limite de consommation (jour) : "
               ACCEPT wlo_dJour
               MOVE wlo_dAnnee TO annee
               MOVE wlo_dMois TO mois
               MOVE wlo_dJour TO jour
               PERFORM VERIF_DATE
               IF ERREUR = FAUX AND wlo_dateDlc < wlo_dateJour
                  DISPLAY "date limite deja depassee"
                  MOVE VRAI TO ERREUR
               END-IF
            END-PERFORM
            PERFORM ENREGISTRER_LOT
         END-IF.

ENREGISTRER_LOT.
         OPEN I-O Flot
         EVALUATE FcLOR
            WHEN 35
               OPEN OUTPUT Flot
               CLOSE Flot
               OPEN I-O Flot
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE w_idProduit TO flo_idProduit
         MOVE wlo_dateDlc TO flo_dlc
         MOVE wlo_numLot TO flo_numLot
         READ Flot
            INVALID KEY
               MOVE wlo_dateJour TO flo_dateReception
               MOVE ff_idFournisseur TO flo_idFournisseur
               MOVE wl_quantite TO flo_quantiteRecue
               MOVE wl_quantite TO flo_quantite
               MOVE wl_prixUnit TO flo_prixUnit
               MOVE 0 TO flo_statut
               WRITE lotTemp
                  INVALID KEY
                     DISPLAY "erreur enregistrement du lot"
               END-WRITE
            NOT INVALID KEY
               ADD wl_quantite TO flo_quantiteRecue
               ADD wl_quantite TO flo_quantite
               MOVE 0 TO flo_statut
               REWRITE lotTemp
         END-READ
         CLOSE Flot
         DISPLAY "lot " wlo_numLot " enregistre, DLC " wlo_dJour "/"
            wlo_dMois "/" wlo_dAnnee.

PRELEVER_LOTS.
         MOVE fa_idProduit TO wlo_idProduit
         MOVE fa_quantite TO wlo_aTraiter
         MOVE fa_dateAch TO wlo_dateJour
         PERFORM PRELEVER_LOTS_PRODUIT.

PRELEVER_LOTS_PRODUIT.
         OPEN I-O Flot
         EVALUATE FcLOR
            WHEN 00
               MOVE wlo_idProduit TO flo_idProduit
               MOVE wlo_dateJour TO flo_dlc
               MOVE LOW-VALUES TO flo_numLot
               START Flot KEY IS >= flo_cle
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO wlo_fin
                     PERFORM WITH TEST AFTER UNTIL wlo_fin = 1
                        READ Flot NEXT
                           AT END
                              MOVE 1 TO wlo_fin
                           NOT AT END
                              IF flo_idProduit NOT = wlo_idProduit
                                 MOVE 1 TO wlo_fin
                              ELSE
                                 IF flo_statut = 0 AND flo_quantite > 0
                                    PERFORM PRELEVER_UN_LOT
                                 END-IF
                                 IF wlo_aTraiter = 0
                                    MOVE 1 TO wlo_fin
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Flot
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

PRELEVER_UN_LOT.
         IF flo_quantite >= wlo_aTraiter
            MOVE wlo_aTraiter TO wlo_prise
         ELSE
            MOVE flo_quantite TO wlo_prise
         END-IF
         SUBTRACT wlo_prise FROM flo_quantite
         SUBTRACT wlo_prise FROM wlo_aTraiter
         REWRITE lotTemp.

RESTITUER_LOTS.
         MOVE wu_idProduit TO wlo_idProduit
         MOVE wu_qteRendue TO wlo_aTraiter
         MOVE wh_annee TO wlo_annee
         MOVE wh_mois TO wlo_mois
         MOVE wa_jour TO wlo_jour
         OPEN I-O Flot
         EVALUATE FcLOR
            WHEN 00
               MOVE wlo_idProduit TO flo_idProduit
               MOVE wlo_dateJour TO flo_dlc
               MOVE LOW-VALUES TO flo_numLot
               START Flot KEY IS >= flo_cle
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO wlo_fin
                     PERFORM WITH TEST AFTER UNTIL wlo_fin = 1
                        READ Flot NEXT
                           AT END
                              MOVE 1 TO wlo_fin
                           NOT AT END
                              IF flo_idProduit NOT = wlo_idProduit
                                 MOVE 1 TO wlo_fin
                              ELSE
                                 IF flo_statut = 0
                                    AND flo_quantite < flo_quantiteRecue
                                    PERFORM RESTITUER_UN_LOT
                                 END-IF
                                 IF wlo_aTraiter = 0
                                    MOVE 1 TO wlo_fin
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Flot
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

RESTITUER_UN_LOT.
         COMPUTE wlo_place = flo_quantiteRecue - flo_quantite
         IF wlo_place >= wlo_aTraiter
            MOVE wlo_aTraiter TO wlo_prise
         ELSE
            MOVE wlo_place TO wlo_prise
         END-IF
         ADD wlo_prise TO flo_quantite
         SUBTRACT wlo_prise FROM wlo_aTraiter
         REWRITE lotTemp.

DECLARER_MOUVEMENT_STOCK.
         DISPLAY "Declaration d un mouvement de stock"
         DISPLAY "==================================="
         PERFORM WITH TEST AFTER UNTIL fp_idProduit > 0 AND w_pe = 1
            DISPLAY "Saisir l identifiant du produit : "
            ACCEPT fp_idProduit
            PERFORM recherche_produit
         END-PERFORM
         MOVE fp_idProduit TO w_idProduit
         MOVE 0 TO wmv_m
         PERFORM WITH TEST AFTER UNTIL wmv_m > 0
            DISPLAY "Motif (C-Casse V-Vol/disparition I-Usage interne"
               " R-Retour fournisseur) : "
            ACCEPT wmv_motif
            EVALUATE wmv_motif
               WHEN "C"
                  MOVE 1 TO wmv_m
               WHEN "V"
                  MOVE 2 TO wmv_m
               WHEN "I"
                  MOVE 3 TO wmv_m
               WHEN "R"
                  MOVE 5 TO wmv_m
               WHEN OTHER
                  DISPLAY "motif non valide"
            END-EVALUATE
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL fe_idEmploye > 0 AND w_ee = 1
            DISPLAY "Saisir l id de l employe qui declare : "
            ACCEPT fe_idEmploye
            PERFORM recherche_employe
         END-PERFORM
         MOVE fe_idEmploye TO wmv_idEmploye
         MOVE fp_quantite TO wmv_qteMax
         MOVE fp_prixAchat TO wmv_prixUnit
         MOVE 0 TO wmv_idFournisseur
         MOVE 0 TO wmv_numLivraison
         MOVE 0 TO wmv_dateLivraison
         MOVE FAUX TO ERREUR
         IF wmv_motif = "R"
            PERFORM CHOISIR_LIVRAISON_RETOUR
         END-IF
         IF ERREUR = FAUX AND wmv_qteMax = 0
            DISPLAY "aucune quantite disponible pour ce mouvement"
            MOVE VRAI TO ERREUR
         END-IF
         IF ERREUR = FAUX
            PERFORM WITH TEST AFTER
               UNTIL wmv_quantite > 0 AND wmv_quantite <= wmv_qteMax
               DISPLAY "Quantite sortie du stock (maximum " wmv_qteMax
                  ") : "
               ACCEPT wmv_quantite
            END-PERFORM
            PERFORM ENREGISTRER_MOUVEMENT_STOCK
         END-IF.

CHOISIR_LIVRAISON_RETOUR.
         MOVE fp_idFournisseur TO wmv_idFournisseur
         MOVE fp_idFournisseur TO ff_idFournisseur
         PERFORM recherche_fournisseur
         IF w_fe = 0
            DISPLAY "fournisseur du produit inconnu, retour impossible"
            MOVE VRAI TO ERREUR
         ELSE
            DISPLAY "Livraisons du produit par le fournisseur "
               ff_idFournisseur " " ff_nom
            MOVE 0 TO wmv_nbLivraisons
            MOVE 0 TO wmv_rang
            OPEN INPUT Flivraison
            EVALUATE FcLR
               WHEN 00
                  MOVE 0 TO wmv_fin
                  PERFORM WITH TEST AFTER UNTIL wmv_fin = 1
                     READ Flivraison
                        AT END
                           MOVE 1 TO wmv_fin
                        NOT AT END
                           ADD 1 TO wmv_rang
                           IF fl_idProduit = w_idProduit
                              AND fl_idFournisseur = wmv_idFournisseur
                              ADD 1 TO wmv_nbLivraisons
                              DISPLAY "   reception " wmv_rang " du "
                                 fl_date(7:2) "/" fl_date(5:2) "/"
                                 fl_date(1:4) " - quantite "
                                 fl_quantite " - prix " fl_prixUnit
                           END-IF
                     END-READ
                  END-PERFORM
                  CLOSE Flivraison
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            IF wmv_nbLivraisons = 0
               DISPLAY "aucune livraison de ce fournisseur pour ce"
                  " produit"
               MOVE VRAI TO ERREUR
            ELSE
               MOVE 0 TO W-TROUVE
               PERFORM WITH TEST AFTER UNTIL W-TROUVE = 1
                  DISPLAY "Numero de la reception retournee : "
                  ACCEPT wmv_numLivraison
                  PERFORM LIRE_LIVRAISON_RETOUR
               END-PERFORM
            END-IF
         END-IF.

LIRE_LIVRAISON_RETOUR.
         MOVE 0 TO W-TROUVE
         MOVE 0 TO wmv_rang
         OPEN INPUT Flivraison
         EVALUATE FcLR
            WHEN 00
               MOVE 0 TO wmv_fin
               PERFORM WITH TEST AFTER UNTIL wmv_fin = 1
                  READ Flivraison
                     AT END
                        MOVE 1 TO wmv_fin
                     NOT AT END
                        ADD 1 TO wmv_rang
                        IF wmv_rang = wmv_numLivraison
                           MOVE 1 TO wmv_fin
                           IF fl_idProduit = w_idProduit
                              AND fl_idFournisseur = wmv_idFournisseur
                              MOVE 1 TO W-TROUVE
                              MOVE fl_date TO wmv_dateLivraison
                              MOVE fl_prixUnit TO wmv_prixUnit
                              MOVE fl_quantite TO wmv_qteMax
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Flivraison
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         IF W-TROUVE = 0
            DISPLAY "reception non valide pour ce produit"
         ELSE
            PERFORM CUMULER_RETOURS_LIVRAISON
            IF wmv_dejaRetourne >= wmv_qteMax
               MOVE 0 TO wmv_qteMax
            ELSE
               SUBTRACT wmv_dejaRetourne FROM wmv_qteMax
            END-IF
            IF wmv_qteMax > fp_quantite
               MOVE fp_quantite TO wmv_qteMax
            END-IF
         END-IF.

CUMULER_RETOURS_LIVRAISON.
         MOVE 0 TO wmv_dejaRetourne
         OPEN INPUT Fmouvement
         EVALUATE FcMVR
            WHEN 00
               MOVE w_idProduit TO fmv_idProduit
               START Fmouvement KEY IS = fmv_idProduit
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO wmv_fin
                     PERFORM WITH TEST AFTER UNTIL wmv_fin = 1
                        READ Fmouvement NEXT
                           AT END
                              MOVE 1 TO wmv_fin
                           NOT AT END
                              IF fmv_idProduit NOT = w_idProduit
                                 MOVE 1 TO wmv_fin
                              ELSE
                                 IF fmv_motif = "R"
                                    AND fmv_numLivraison =
                                       wmv_numLivraison
                                    ADD fmv_quantite TO wmv_dejaRetourne
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fmouvement
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

ENREGISTRER_MOUVEMENT_STOCK.
         ACCEPT wlo_dateJour FROM DATE YYYYMMDD
         OPEN I-O Fproduit
            MOVE w_idProduit TO fp_idProduit
            READ Fproduit
               INVALID KEY
                  DISPLAY "erreur mise a jour du stock"
               NOT INVALID KEY
                  SUBTRACT wmv_quantite FROM fp_quantite
                  REWRITE produitTemp
                  DISPLAY "nouveau stock du produit " fp_idProduit
                     " : " fp_quantite
            END-READ
         CLOSE Fproduit
         MOVE w_idProduit TO wlo_idProduit
         MOVE wmv_quantite TO wlo_aTraiter
         PERFORM PRELEVER_LOTS_PRODUIT
         PERFORM PROCHAIN_ID_MOUVEMENT
         OPEN I-O Fmouvement
         EVALUATE FcMVR
            WHEN 35
               OPEN OUTPUT Fmouvement
               CLOSE Fmouvement
               OPEN I-O Fmouvement
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE fi_idMouvement TO fmv_idMouvement
         MOVE w_idProduit TO fmv_idProduit
         MOVE wlo_dateJour TO fmv_date
         MOVE wmv_motif TO fmv_motif
         MOVE wmv_quantite TO fmv_quantite
         MOVE wmv_prixUnit TO fmv_prixUnit
         MOVE wmv_idEmploye TO fmv_idEmploye
         MOVE SPACES TO fmv_numLot
         MOVE wmv_idFournisseur TO fmv_idFournisseur
         MOVE wmv_numLivraison TO fmv_numLivraison
         MOVE wmv_dateLivraison TO fmv_dateLivraison
         WRITE mouvementTemp
            INVALID KEY
               DISPLAY "erreur enregistrement du mouvement de stock"
            NOT INVALID KEY
               DISPLAY "mouvement " fmv_idMouvement " enregistre"
               MOVE fmv_idMouvement TO wmv_kIdMouvement
               MOVE fmv_motif TO wmv_kMotif
               MOVE fmv_idProduit TO wmv_kIdProduit
               MOVE wmv_cleJournal TO wj_cle
               MOVE "MOUVEMENT_STOCK" TO wj_action
               PERFORM ENREGISTRER_JOURNAL
               IF fmv_motif = "R"
                  PERFORM ECRIRE_NOTE_DEBIT
               END-IF
         END-WRITE
         CLOSE Fmouvement.

ECRIRE_NOTE_DEBIT.
         OPEN EXTEND Fnotedebit
         EVALUATE FcNDR
            WHEN 35
               OPEN OUTPUT Fnotedebit
               CLOSE Fnotedebit
               OPEN EXTEND Fnotedebit
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE fmv_idMouvement TO wmv_nIdMouvement
         MOVE fmv_jour TO wmv_nJour
         MOVE fmv_mois TO wmv_nMois
         MOVE fmv_annee TO wmv_nAnnee
         MOVE fmv_idFournisseur TO wmv_nIdFournisseur
         MOVE ff_nom TO wmv_nNomFournisseur
         MOVE fmv_idProduit TO wmv_nIdProduit
         MOVE fp_nom TO wmv_nNomProduit
         MOVE fmv_dateLivraison(7:2) TO wmv_nLJour
         MOVE fmv_dateLivraison(5:2) TO wmv_nLMois
         MOVE fmv_dateLivraison(1:4) TO wmv_nLAnnee
         MOVE fmv_quantite TO wmv_nQuantite
         MOVE fmv_prixUnit TO wmv_nPrix
         COMPUTE wmv_nMontant = fmv_quantite * fmv_prixUnit
         WRITE noteDebitLigne FROM wr_ligneSep
         WRITE noteDebitLigne FROM wmv_enteteNote
         WRITE noteDebitLigne FROM wmv_fournisseurNote
         WRITE noteDebitLigne FROM wmv_livraisonNote
         WRITE noteDebitLigne FROM wmv_montantNote
         CLOSE Fnotedebit
         DISPLAY "note de debit de " wmv_nMontant
            " ajoutee au fichier notes_debit.txt".

RAPPORT_DEMARQUE.
         DISPLAY "Rapport mensuel de demarque"
         DISPLAY "==========================="
         PERFORM WITH TEST AFTER UNTIL mois >= 1 AND mois <= 12
            DISPLAY "Mois du rapport (1-12) : "
            ACCEPT mois
         END-PERFORM
         DISPLAY "Annee du rapport : "
         ACCEPT annee
         MOVE annee TO wh_annee
         MOVE mois TO wh_mois
         PERFORM VARYING wmv_m FROM 1 BY 1 UNTIL wmv_m > 5
            MOVE 0 TO wmv_qteMotif(wmv_m)
            MOVE 0 TO wmv_valeurMotif(wmv_m)
         END-PERFORM
         MOVE 0 TO wmv_totalQte
         MOVE 0 TO wmv_totalValeur
         DISPLAY "Demarque par produit (au cout d achat) :"
         OPEN INPUT Fproduit
         MOVE 0 TO EndOfFile
         PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
            READ Fproduit NEXT
               AT END
                  MOVE 1 TO EndOfFile
               NOT AT END
                  PERFORM CUMULER_DEMARQUE_PRODUIT
                  IF wmv_qteProduit > 0
                     DISPLAY "   " fp_idProduit " - " fp_nom
                        " - quantite : " wmv_qteProduit
                        " - valeur : " wmv_valeurProduit
                  END-IF
            END-READ
         END-PERFORM
         CLOSE Fproduit
         DISPLAY wr_ligneSep
         DISPLAY "Demarque par motif :"
         PERFORM VARYING wmv_m FROM 1 BY 1 UNTIL wmv_m > 4
            DISPLAY "   " wmv_libelle(wmv_m) " - quantite : "
               wmv_qteMotif(wmv_m) " - valeur : " wmv_valeurMotif(wmv_m)
            ADD wmv_qteMotif(wmv_m) TO wmv_totalQte
            ADD wmv_valeurMotif(wmv_m) TO wmv_totalValeur
         END-PERFORM
         DISPLAY "TOTAL DEMARQUE - quantite : " wmv_totalQte
            " - valeur : " wmv_totalValeur
         DISPLAY "hors demarque, " wmv_libelle(5) " - quantite : "
            wmv_qteMotif(5) " - valeur : " wmv_valeurMotif(5).

CUMULER_DEMARQUE_PRODUIT.
         MOVE 0 TO wmv_qteProduit
         MOVE 0 TO wmv_valeurProduit
         OPEN INPUT Fmouvement
         EVALUATE FcMVR
            WHEN 00
               MOVE fp_idProduit TO fmv_idProduit
               START Fmouvement KEY IS = fmv_idProduit
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO W-FIN
                     PERFORM WITH TEST AFTER UNTIL W-FIN = 1
                        READ Fmouvement NEXT
                           AT END
                              MOVE 1 TO W-FIN
                           NOT AT END
                              IF fmv_idProduit NOT = fp_idProduit
                                 MOVE 1 TO W-FIN
                              ELSE
                                 IF fmv_annee = wh_annee
                                    AND fmv_mois = wh_mois
                                    PERFORM CUMULER_UN_MOUVEMENT
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fmouvement
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

CUMULER_UN_MOUVEMENT.
         COMPUTE wmv_valeur = fmv_quantite * fmv_prixUnit
         PERFORM VARYING wmv_m FROM 1 BY 1 UNTIL wmv_m > 5
            IF wmv_code(wmv_m) = fmv_motif
               ADD fmv_quantite TO wmv_qteMotif(wmv_m)
               ADD wmv_valeur TO wmv_valeurMotif(wmv_m)
            END-IF
         END-PERFORM
         IF fmv_motif NOT = "R"
            ADD fmv_quantite TO wmv_qteProduit
            ADD wmv_valeur TO wmv_valeurProduit
         END-IF.

RAPPORT_DLC.
         DISPLAY "Alerte des lots proches de la date limite"
         DISPLAY "========================================="
         DISPLAY "Nombre de jours d alerte : "
         ACCEPT wlo_joursAlerte
         ACCEPT wlo_dateJour FROM DATE YYYYMMDD
         PERFORM ETAT_LOTS_DLC.

ETAT_LOTS_DLC.
         MOVE 0 TO wlo_nbAlertes
         MOVE wlo_dateJour TO wdt_date
         PERFORM DATE_EN_NUMERO
         MOVE wdt_numero TO wlo_numJour
         COMPUTE wlo_numLimite = wlo_numJour + wlo_joursAlerte
         OPEN OUTPUT Flotimp
         MOVE wlo_joursAlerte TO wlo_hJours
         MOVE wlo_jour TO wlo_hJour
         MOVE wlo_mois TO wlo_hMois
         MOVE wlo_annee TO wlo_hAnnee
         MOVE wlo_enteteAlerte TO lotLigne
         WRITE lotLigne
         WRITE lotLigne FROM wr_ligneSep
         OPEN INPUT Flot
         EVALUATE FcLOR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Flot NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        IF flo_statut = 0 AND flo_quantite > 0
                           PERFORM CONTROLER_DLC_LOT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Flot
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         WRITE lotLigne FROM wr_ligneSep
         CLOSE Flotimp
         DISPLAY wlo_nbAlertes " lot(s) en alerte, liste dans le"
            " fichier alertes_dlc.txt".

CONTROLER_DLC_LOT.
         MOVE flo_dlc TO wdt_date
         PERFORM DATE_EN_NUMERO
         IF wdt_numero <= wlo_numLimite
            ADD 1 TO wlo_nbAlertes
            IF wdt_numero < wlo_numJour
               MOVE "PERIME" TO wlo_aStatut
            ELSE
               MOVE "A DLC" TO wlo_aStatut
            END-IF
            PERFORM PREPARER_LIGNE_LOT
            DISPLAY wlo_ligneAlerte
            WRITE lotLigne FROM wlo_ligneAlerte
         END-IF.

PREPARER_LIGNE_LOT.
         MOVE flo_idProduit TO wlo_aIdProduit
         MOVE flo_idProduit TO fa_idProduit
         PERFORM LIRE_NOM_PRODUIT
         MOVE fp_nom TO wlo_aNom
         MOVE flo_numLot TO wlo_aNumLot
         MOVE flo_dlc(7:2) TO wlo_aJour
         MOVE flo_dlc(5:2) TO wlo_aMois
         MOVE flo_dlc(1:4) TO wlo_aAnnee
         MOVE flo_quantite TO wlo_aQuantite.

RADIER_LOTS_PERIMES.
         DISPLAY "Radiation des lots perimes"
         DISPLAY "=========================="
         ACCEPT wlo_dateJour FROM DATE YYYYMMDD
         MOVE 0 TO wlo_nbRadies
         OPEN I-O Flot
         EVALUATE FcLOR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Flot NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        IF flo_statut = 0 AND flo_quantite > 0
                           AND flo_dlc < wlo_dateJour
                           PERFORM PROPOSER_RADIATION_LOT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Flot
            WHEN OTHER
               DISPLAY "aucun lot enregistre"
         END-EVALUATE
         DISPLAY wlo_nbRadies " lot(s) radie(s)".

PROPOSER_RADIATION_LOT.
         MOVE "PERIME" TO wlo_aStatut
         PERFORM PREPARER_LIGNE_LOT
         DISPLAY wlo_ligneAlerte
         DISPLAY "Radier ce lot ? (O/N)"
         ACCEPT wlo_radier
         IF wlo_radier = "O"
            PERFORM RADIER_UN_LOT
         END-IF.

RADIER_UN_LOT.
         MOVE flo_quantite TO wlo_qteStock
         OPEN I-O Fproduit
            MOVE flo_idProduit TO fp_idProduit
            READ Fproduit
               INVALID KEY
                  DISPLAY "erreur mise a jour du stock"
               NOT INVALID KEY
                  IF fp_quantite >= wlo_qteStock
                     SUBTRACT wlo_qteStock FROM fp_quantite
                  ELSE
                     MOVE 0 TO fp_quantite
                  END-IF
                  REWRITE produitTemp
            END-READ
         CLOSE Fproduit
         PERFORM PROCHAIN_ID_MOUVEMENT
         OPEN I-O Fmouvement
         EVALUATE FcMVR
            WHEN 35
               OPEN OUTPUT Fmouvement
               CLOSE Fmouvement
               OPEN I-O Fmouvement
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE fi_idMouvement TO fmv_idMouvement
         MOVE flo_idProduit TO fmv_idProduit
         MOVE wlo_dateJour TO fmv_date
         MOVE "P" TO fmv_motif
         MOVE wlo_qteStock TO fmv_quantite
         MOVE flo_prixUnit TO fmv_prixUnit
         MOVE w_idConnecte TO fmv_idEmploye
         MOVE flo_numLot TO fmv_numLot
         MOVE flo_idFournisseur TO fmv_idFournisseur
         MOVE 0 TO fmv_numLivraison
         MOVE flo_dateReception TO fmv_dateLivraison
         WRITE mouvementTemp
            INVALID KEY
               DISPLAY "erreur enregistrement du mouvement de stock"
         END-WRITE
         CLOSE Fmouvement
         MOVE 0 TO flo_quantite
         MOVE 1 TO flo_statut
         REWRITE lotTemp
         ADD 1 TO wlo_nbRadies
         MOVE flo_idProduit TO wlo_kIdProduit
         MOVE flo_numLot TO wlo_kNumLot
         MOVE wlo_cleJournal TO wj_cle
         MOVE "RADIATION_LOT" TO wj_action
         PERFORM ENREGISTRER_JOURNAL.

ENREGISTRER_LIVRAISON.
               DISPLAY "Appliquer les ajustements de stock ? (O/N)"
               ACCEPT wi_appliquer
               IF wi_appliquer = "O"
                  PERFORM PROPOSER_SAUVEGARDE
                  IF wsv_reponse = "O"
                     CLOSE Finventaire
                     MOVE "INVENTAIRE" TO wsv_origine
                     PERFORM SAUVEGARDE_GENERATION
                     OPEN I-O Finventaire
                  END-IF
                  PERFORM APPLIQUER_INVENTAIRE
               END-IF
               CLOSE Finventaire
         MOVE 0 TO wy_caTotal
         MOVE 0 TO wy_coutTotal
         MOVE 0 TO wy_margeTotal
         MOVE 0 TO wy_pertesTotal
         OPEN INPUT Fproduit
         MOVE 0 TO EndOfFile
         PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
               NOT AT END
                  PERFORM CALCULER_MARGE_PRODUIT
                  IF wy_qteNette NOT = 0 OR wy_caProduit NOT = 0
                     OR wy_pertesProduit NOT = 0
                     PERFORM AFFICHER_LIGNE_MARGE
                  END-IF
            END-READ
         DISPLAY wr_ligneSep
         DISPLAY "TOTAL - chiffre d affaires : " wy_caTotal
            " - cout d achat : " wy_coutTotal
            " - pertes : " wy_pertesTotal
            " - marge : " wy_margeTotal.

CALCULER_MARGE_PRODUIT.
               CONTINUE
         END-EVALUATE
         PERFORM DEDUIRE_RETOURS_MARGE
         PERFORM CUMULER_PERTES_MARGE
         COMPUTE wy_coutProduit = wy_qteNette * fp_prixAchat
         COMPUTE wy_margeProduit = wy_caProduit - wy_coutProduit
            - wy_pertesProduit.

CUMULER_PERTES_MARGE.
         MOVE 0 TO wy_qtePerdue
         MOVE 0 TO wy_pertesProduit
         OPEN INPUT Fmouvement
         EVALUATE FcMVR
            WHEN 00
               MOVE fp_idProduit TO fmv_idProduit
               START Fmouvement KEY IS = fmv_idProduit
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO W-FIN
                     PERFORM WITH TEST AFTER UNTIL W-FIN = 1
                        READ Fmouvement NEXT
                           AT END
                              MOVE 1 TO W-FIN
                           NOT AT END
                              IF fmv_idProduit NOT = fp_idProduit
                                 MOVE 1 TO W-FIN
                              ELSE
                                 IF fmv_annee = wh_annee
                                    AND fmv_mois = wh_mois
                                    AND fmv_motif NOT = "R"
                                    ADD fmv_quantite TO wy_qtePerdue
                                    COMPUTE wy_pertesProduit =
                                       wy_pertesProduit
                                       + (fmv_quantite * fmv_prixUnit)
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fmouvement
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

DEDUIRE_RETOURS_MARGE.
         OPEN INPUT Fretour
            " - quantite nette : " wy_qteNette
            " - CA : " wy_caProduit
            " - cout : " wy_coutProduit
            " - pertes : " wy_pertesProduit
            " - marge : " wy_margeProduit
         ADD wy_caProduit TO wy_caTotal
         ADD wy_coutProduit TO wy_coutTotal
         ADD wy_pertesProduit TO wy_pertesTotal
         ADD wy_margeProduit TO wy_margeTotal.

DECLARATION_TVA.
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        IF ft_annee = wh_annee AND ft_mois = wh_mois
                           AND (ft_pointsUtilises > 0 OR ft_remise > 0)
                           PERFORM DEDUIRE_POINTS_TICKET
                        END-IF
                  END-READ
         MOVE 0 TO wd_baseTicket(1)
         MOVE 0 TO wd_baseTicket(2)
         PERFORM CUMULER_TVA_TICKET
         COMPUTE wd_remisePoints = ft_pointsUtilises + ft_remise
         IF wd_baseTicket(1) >= wd_remisePoints
            SUBTRACT wd_remisePoints FROM wd_ttcTaux(1)
         ELSE
            MOVE wz_jour TO jour
            PERFORM VERIF_DATE
         END-PERFORM
         PERFORM CLOTURER_JOURNEE.

CLOTURER_JOURNEE.
         OPEN I-O Fcloture
         EVALUATE FcQR
            WHEN 35

CUMULER_UN_TICKET_JOUR.
         ADD 1 TO wz_nbTickets
         COMPUTE wz_montantMode = ft_total - ft_montantBon
         EVALUATE ft_modePaiement
            WHEN 1
               ADD wz_montantMode TO wz_totalEspeces
            WHEN 2
               ADD wz_montantMode TO wz_totalCarte
            WHEN 3
               ADD wz_montantMode TO wz_totalCheque
            WHEN OTHER
               ADD wz_montantMode TO wz_totalAutre
         END-EVALUATE
         ADD ft_montantBon TO wz_totalAutre
         MOVE 0 TO wz_trouveEmp
         PERFORM VARYING wz_e FROM 1 BY 1 UNTIL wz_e > wz_nbEmp
            IF wz_empId(wz_e) = ft_idEmploye
            DISPLAY "aucun ecart constate"
         ELSE
            DISPLAY wn_nbEcarts " ecart(s) constate(s)"
            IF wch_batch = 1
               MOVE "O" TO wn_appliquer
            ELSE
               DISPLAY "Appliquer les corrections ? (O/N)"
               ACCEPT wn_appliquer
            END-IF
            IF wn_appliquer = "O"
               MOVE 1 TO wn_mode
               PERFORM PARCOURIR_EMPLOYES_RECON
         DISPLAY "================================="
         MOVE 0 TO wk_nbAnomalies
         MOVE 0 TO wk_nbReparables
         MOVE 0 TO wk_nbEcartsPrix
         MOVE 0 TO wk_mode
         PERFORM VERIFIER_ACHATS_INTEG
         PERFORM VERIFIER_TICKETS_INTEG
         PERFORM VERIFIER_PRODUITS_INTEG
         IF wk_nbEcartsPrix > 0
            DISPLAY wk_nbEcartsPrix " vente(s) a un prix different du"
               " prix en vigueur (pour information)"
         END-IF
         IF wk_nbAnomalies = 0
            DISPLAY "aucune anomalie constatee"
         ELSE
            DISPLAY wk_nbAnomalies " anomalie(s) constatee(s), dont "
               wk_nbReparables " reparable(s)"
            IF wk_nbReparables > 0 AND wch_batch = 0
               DISPLAY "Appliquer les corrections reparables ? (O/N)"
               ACCEPT wk_appliquer
               IF wk_appliquer = "O"
            ADD 1 TO wk_nbAnomalies
            DISPLAY "achat " fa_idAchat " : produit " fa_idProduit
               " inexistant"
         ELSE
            PERFORM CONTROLER_PRIX_ACHAT
         END-IF
         MOVE fa_idEmploye TO fe_idEmploye
         PERFORM recherche_employe
               " retourne(s) pour " fa_quantite " achete(s)"
         END-IF.

CONTROLER_PRIX_ACHAT.
         MOVE fa_idProduit TO wpc_idProduit
         MOVE fa_dateAch TO wpc_date
         MOVE fp_prix TO wpc_prix
         PERFORM PRIX_EN_VIGUEUR
         MOVE fa_idProduit TO wq_idProduit
         MOVE wpc_prix TO wq_prixNormal
         MOVE fa_dateAch TO wq_dateVente
         PERFORM CHERCHER_PROMO_PRODUIT
         IF fa_idApprobateur > 0
            MOVE fa_prixOrigine TO wk_prixControle
         ELSE
            MOVE fa_prixUnit TO wk_prixControle
         END-IF
         IF wk_prixControle NOT = wq_prixApplique
            ADD 1 TO wk_nbEcartsPrix
            DISPLAY "achat " fa_idAchat " : vendu " wk_prixControle
               " pour un prix en vigueur de " wq_prixApplique
               " le " fa_jour "/" fa_mois "/" fa_annee
         END-IF.

VERIFIER_TICKETS_INTEG.
         IF wk_mode = 0
            OPEN INPUT Fticket
               CONTINUE
         END-EVALUATE
         SUBTRACT ft_pointsUtilises FROM wk_total
         SUBTRACT ft_remise FROM wk_total
         IF wk_total < 0
            MOVE 0 TO wk_total
         END-IF
         ADD ft_bonsVendus TO wk_total.

VERIFIER_PRODUITS_INTEG.
         OPEN INPUT Fproduit
         OPEN INPUT Fimport
         EVALUATE FcMR
            WHEN 35
               MOVE 0 TO wb_etat
               DISPLAY "fichier ventes_import.dat introuvable"
            WHEN 00
               MOVE 1 TO wb_etat
               OPEN OUTPUT Frejet
               MOVE 0 TO wb_nbLus
               MOVE 0 TO wb_nbPostes
               DISPLAY "lignes rejetees : " wb_nbRejets
               IF wb_nbRejets > 0
                  DISPLAY "rejets ecrits dans ventes_rejets.dat"
                  PERFORM RECONDUIRE_REJETS_IMPORT
               ELSE
                  PERFORM VIDER_IMPORT_VENTES
               END-IF
               MOVE wb_nbPostes TO wj_cle
               MOVE "IMPORT_VENTES" TO wj_action
               PERFORM ENREGISTRER_JOURNAL
            WHEN OTHER
               MOVE 2 TO wb_etat
               DISPLAY "erreur ouverture ventes_import.dat : " FcMR
         END-EVALUATE.

            MOVE "PI" TO wb_motif
         ELSE
            MOVE fp_idProduit TO wq_idProduit
            MOVE fb_dateVen TO wq_dateVente
            MOVE fp_idProduit TO wpc_idProduit
            MOVE fb_dateVen TO wpc_date
            MOVE fp_prix TO wpc_prix
            PERFORM PRIX_EN_VIGUEUR
            MOVE wpc_prix TO wq_prixNormal
            PERFORM CHERCHER_PROMO_PRODUIT
            MOVE wq_prixApplique TO wb_prix
            MOVE fp_codeTva TO wb_codeTva
         MOVE wt_idTicket TO fa_idTicket
         MOVE wb_prix TO fa_prixUnit
         MOVE wb_codeTva TO fa_codeTva
         MOVE 0 TO fa_prixOrigine
         MOVE 0 TO fa_idApprobateur
         MOVE SPACE TO fa_motifDerog
         MOVE fb_idProduit TO fp_idProduit
         WRITE achatTemp
            INVALID KEY
               MOVE "EC" TO wb_motif
            NOT INVALID KEY
               PERFORM MAJ_STOCK
               PERFORM PRELEVER_LOTS
               MOVE fb_idEmploye TO fe_idEmploye
               PERFORM MAJ_COMPTEUR_EMPLOYE
               MOVE fb_idClient TO fc_idClient
            MOVE 2 TO wt_modePaiement
            MOVE wt_total TO wt_montantVerse
            MOVE 0 TO wo_pointsUtilises
            MOVE 0 TO wt_bonsVendus
            MOVE 0 TO wba_idBon
            MOVE 0 TO wba_montantUtilise
            MOVE 0 TO wdg_remise
            MOVE 0 TO wdg_idApprobRemise
            MOVE SPACE TO wdg_motifRemise
            PERFORM ENREGISTRER_TICKET
            ADD 1 TO wb_nbPostes
         ELSE
         END-EVALUATE.

EXPORTER_UN_TICKET.
         IF ft_total > ft_bonsVendus
            MOVE SPACES TO exportDetail
            MOVE "V" TO xd_type
            MOVE ft_idTicket TO xd_id
            MOVE ft_dateTicket TO xd_date
            COMPUTE xd_montant = ft_total - ft_bonsVendus
            WRITE exportDetail
            ADD 1 TO wex_nbEnregs
            ADD xd_montant TO wex_montantVentes
         END-IF
         IF ft_bonsVendus > 0
            MOVE SPACES TO exportDetail
            MOVE "B" TO xd_type
            MOVE ft_idTicket TO xd_id
            MOVE ft_dateTicket TO xd_date
            MOVE ft_bonsVendus TO xd_montant
            WRITE exportDetail
            ADD 1 TO wex_nbEnregs
         END-IF
         IF ft_montantBon > 0
            MOVE SPACES TO exportDetail
            MOVE "U" TO xd_type
            MOVE ft_idTicket TO xd_id
            MOVE ft_dateTicket TO xd_date
            MOVE ft_montantBon TO xd_montant
            WRITE exportDetail
            ADD 1 TO wex_nbEnregs
         END-IF.

EXPORTER_RETOURS_MOIS.
         OPEN INPUT Fretour
         ADD wex_montantRetour TO wex_montantRetours.

enregistre_historique.
         PERFORM PROPOSER_SAUVEGARDE
         IF wsv_reponse = "O"
            MOVE "CLOTURE_MOIS" TO wsv_origine
            PERFORM SAUVEGARDE_GENERATION
         END-IF
         DISPLAY "Entrez l annee : "
         ACCEPT wh_annee
         DISPLAY "Entrez le mois : "
         ACCEPT wh_mois
         PERFORM POSTER_HISTORIQUE_MOIS.

POSTER_HISTORIQUE_MOIS.
         PERFORM OUVRIR_CHECKPOINT
         OPEN I-O Fhistorique
         OPEN INPUT Fproduit
         MOVE fi_idTicket TO wt_idTicket
         MOVE 0 TO wt_nbLignes
         MOVE 0 TO wt_total
         MOVE 0 TO wt_bonsVendus
         PERFORM VENDRE_BON_ACHAT
         IF wt_bonsVendus > 0
            DISPLAY "Ajouter des produits au ticket ? (O/N)"
            ACCEPT wt_encore
         ELSE
            MOVE "O" TO wt_encore
         END-IF
         PERFORM UNTIL wt_encore NOT = "O"
            PERFORM AJOUT_LIGNE_TICKET
            DISPLAY "Ajouter un autre produit au ticket ? (O/N)"
            ACCEPT wt_encore
         END-PERFORM
         IF wt_nbLignes > 0 OR wt_bonsVendus > 0
            PERFORM PROPOSER_POINTS
            PERFORM PROPOSER_REMISE_TICKET
            PERFORM SAISIR_PAIEMENT
            PERFORM ENREGISTRER_TICKET
            PERFORM IMPRIMER_RECU
            DISPLAY "aucune ligne enregistree, ticket abandonne"
         END-IF.

PROPOSER_POINTS.
         MOVE 0 TO wo_pointsUtilises
         MOVE wa_idClient TO fc_idClient
         PERFORM recherche_client
         IF w_ce = 1 AND fc_points > 0
            MOVE fc_points TO wo_solde
            IF wo_solde > wt_total - wt_bonsVendus
               COMPUTE wo_solde = wt_total - wt_bonsVendus
            END-IF
            DISPLAY "Le client dispose de " fc_points " point(s)"
            PERFORM WITH TEST AFTER
               UNTIL wo_pointsUtilises <= wo_solde
               DISPLAY "Points a utiliser en remise (0 a " wo_solde
                  ") : "
               ACCEPT wo_pointsUtilises
            END-PERFORM
            IF wo_pointsUtilises > 0
               SUBTRACT wo_pointsUtilises FROM wt_total
               PERFORM DEBITER_POINTS_CLIENT
               DISPLAY "remise points : " wo_pointsUtilises
                  " - nouveau total : " wt_total
            END-IF
         END-IF.

DEBITER_POINTS_CLIENT.
         OPEN I-O Fclient
            MOVE wa_idClient TO fc_idClient
            READ Fclient
               INVALID KEY
                  DISPLAY "erreur mise a jour des points client"
               NOT INVALID KEY
                  IF fc_points >= wo_pointsUtilises
                     SUBTRACT wo_pointsUtilises FROM fc_points
                  ELSE
                     MOVE 0 TO fc_points
                  END-IF
                  REWRITE clientTemp
            END-READ
         CLOSE Fclient
         MOVE wa_idClient TO wj_cle
         MOVE "RACHAT_POINTS" TO wj_action
         PERFORM ENREGISTRER_JOURNAL.

CREDITER_POINTS_CLIENT.
         COMPUTE wo_points = (ft_total - ft_bonsVendus) / 100
         IF wo_points > 0
            OPEN I-O Fclient
               MOVE ft_idClient TO fc_idClient
               READ Fclient
                  INVALID KEY
                     DISPLAY "erreur mise a jour des points client"
                  NOT INVALID KEY
                     ADD wo_points TO fc_points
                     REWRITE clientTemp
               END-READ
            CLOSE Fclient
         END-IF.

DEBITER_POINTS_RETOUR.
         COMPUTE wo_points = (wu_qteRendue * fa_prixUnit) / 100
         IF wo_points > 0
            OPEN I-O Fclient
               MOVE wu_idClient TO fc_idClient
               READ Fclient
                  INVALID KEY
                     DISPLAY "erreur mise a jour des points client"
                  NOT INVALID KEY
                     IF fc_points >= wo_points
                        SUBTRACT wo_points FROM fc_points
                     ELSE
                        MOVE 0 TO fc_points
                     END-IF
                     REWRITE clientTemp
               END-READ
            CLOSE Fclient
         END-IF.

SAISIR_PAIEMENT.
         DISPLAY "Total du ticket : " wt_total
         MOVE 0 TO wt_modePaiement
         MOVE 0 TO wt_montantVerse
         MOVE 0 TO wba_idBon
         MOVE 0 TO wba_montantUtilise
         MOVE wt_total TO wt_aPayer
         PERFORM WITH TEST AFTER
            UNTIL wt_modePaiement >= 1 AND wt_modePaiement <= 5
            DISPLAY "Mode de paiement (1-Especes 2-Carte 3-Cheque"
               " 4-En compte 5-Bon d achat) : "
            ACCEPT wt_modePaiement
            IF wt_modePaiement = 4
               PERFORM CONTROLER_VENTE_EN_COMPTE
               IF ERREUR = VRAI
                  MOVE 0 TO wt_modePaiement
               END-IF
            END-IF
            IF wt_modePaiement = 5
               PERFORM UTILISER_BON_ACHAT
            END-IF
         END-PERFORM
         IF wt_modePaiement = 1
            PERFORM WITH TEST AFTER UNTIL wt_montantVerse >= wt_aPayer
               DISPLAY "Montant verse par le client : "
               ACCEPT wt_montantVerse
            END-PERFORM
            COMPUTE wt_rendu = wt_montantVerse - wt_aPayer
            DISPLAY "Monnaie a rendre : " wt_rendu
         ELSE
            IF wt_modePaiement = 4
               MOVE 0 TO wt_montantVerse
               DISPLAY "vente portee au compte du client " wa_idClient
            ELSE
               MOVE wt_aPayer TO wt_montantVerse
            END-IF
         END-IF.

UTILISER_BON_ACHAT.
         IF wba_idBon > 0
            DISPLAY "un seul bon d achat par ticket"
            MOVE 0 TO wt_modePaiement
         ELSE
            DISPLAY "Numero du bon d achat : "
            ACCEPT fba_idBon
            PERFORM LIRE_BON_ACHAT
            MOVE wh_annee TO wba_annee
            MOVE wh_mois TO wba_mois
            MOVE wa_jour TO wba_jour
            EVALUATE TRUE
               WHEN wba_existe = 0
                  DISPLAY "bon d achat introuvable"
                  MOVE 0 TO wt_modePaiement
               WHEN fba_idTicket = wt_idTicket
                  DISPLAY "bon d achat vendu sur ce ticket, paiement"
                     " refuse"
                  MOVE 0 TO wt_modePaiement
               WHEN fba_dateExpiration < wba_dateJour
                  DISPLAY "bon d achat expire depuis le "
                     fba_dateExpiration(7:2) "/"
                     fba_dateExpiration(5:2) "/"
                     fba_dateExpiration(1:4)
                  MOVE 0 TO wt_modePaiement
               WHEN fba_solde = 0
                  DISPLAY "bon d achat deja entierement utilise"
                  MOVE 0 TO wt_modePaiement
               WHEN OTHER
                  MOVE fba_idBon TO wba_idBon
                  IF fba_solde >= wt_aPayer
                     MOVE wt_aPayer TO wba_montantUtilise
                     MOVE 0 TO wt_aPayer
                     COMPUTE wba_valeur = fba_solde - wba_montantUtilise
                     DISPLAY "ticket regle par le bon d achat, solde"
                        " restant : " wba_valeur
                  ELSE
                     MOVE fba_solde TO wba_montantUtilise
                     SUBTRACT wba_montantUtilise FROM wt_aPayer
                     DISPLAY "bon d achat utilise pour "
                        wba_montantUtilise
                     DISPLAY "reste a payer : " wt_aPayer
                     MOVE 0 TO wt_modePaiement
                  END-IF
            END-EVALUATE
         END-IF.

LIRE_BON_ACHAT.
         MOVE 0 TO wba_existe
         OPEN INPUT Fbon
         EVALUATE FcBAR
            WHEN 00
               READ Fbon
                  INVALID KEY
                     MOVE 0 TO wba_existe
                  NOT INVALID KEY
                     MOVE 1 TO wba_existe
               END-READ
               CLOSE Fbon
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

VENDRE_BON_ACHAT.
         DISPLAY "Vendre un bon d achat ? (O/N)"
         ACCEPT wba_encore
         PERFORM UNTIL wba_encore NOT = "O"
            PERFORM ENREGISTRER_BON_ACHAT
            DISPLAY "Vendre un autre bon d achat ? (O/N)"
            ACCEPT wba_encore
         END-PERFORM.

ENREGISTRER_BON_ACHAT.
         MOVE 0 TO wba_valeur
         PERFORM WITH TEST AFTER UNTIL wba_valeur > 0
            DISPLAY "Valeur du bon d achat : "
            ACCEPT wba_valeur
         END-PERFORM
         PERFORM PROCHAIN_ID_BON
         OPEN I-O Fbon
         EVALUATE FcBAR
            WHEN 35
               OPEN OUTPUT Fbon
               CLOSE Fbon
               OPEN I-O Fbon
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE fi_idBon TO fba_idBon
         MOVE wh_annee TO wdt_annee
         MOVE wh_mois TO wdt_mois
         MOVE wa_jour TO wdt_jour
         MOVE wdt_date TO fba_dateEmission
         ADD wba_dureeAns TO wdt_annee
         IF wdt_mois = 2 AND wdt_jour = 29
            MOVE 28 TO wdt_jour
         END-IF
         MOVE wdt_date TO fba_dateExpiration
         MOVE wba_valeur TO fba_valeur
         MOVE wba_valeur TO fba_solde
         MOVE wt_idTicket TO fba_idTicket
         MOVE wa_idEmploye TO fba_idEmploye
         MOVE 0 TO fba_dateUtilisation
         WRITE bonTemp
            INVALID KEY
               DISPLAY "erreur enregistrement du bon d achat"
            NOT INVALID KEY
               ADD wba_valeur TO wt_bonsVendus
               ADD wba_valeur TO wt_total
               DISPLAY "bon d achat " fba_idBon " de " fba_valeur
                  " valable jusqu au " fba_dateExpiration(7:2) "/"
                  fba_dateExpiration(5:2) "/" fba_dateExpiration(1:4)
               MOVE fba_idBon TO wj_cle
               MOVE "VENTE_BON" TO wj_action
               PERFORM ENREGISTRER_JOURNAL
         END-WRITE
         CLOSE Fbon.

DEBITER_BON_ACHAT.
         OPEN I-O Fbon
         EVALUATE FcBAR
            WHEN 00
               MOVE ft_idBon TO fba_idBon
               READ Fbon
                  INVALID KEY
                     DISPLAY "erreur mise a jour du bon d achat"
                  NOT INVALID KEY
                     IF fba_solde >= ft_montantBon
                        SUBTRACT ft_montantBon FROM fba_solde
                     ELSE
                        MOVE 0 TO fba_solde
                     END-IF
                     MOVE ft_dateTicket TO fba_dateUtilisation
                     REWRITE bonTemp
                     MOVE fba_idBon TO wj_cle
                     MOVE "UTIL_BON" TO wj_action
                     PERFORM ENREGISTRER_JOURNAL
               END-READ
               CLOSE Fbon
            WHEN OTHER
               DISPLAY "erreur mise a jour du bon d achat"
         END-EVALUATE.

RAPPORT_BONS_ACHAT.
         DISPLAY "Etat des bons d achat en circulation"
         DISPLAY "===================================="
         DISPLAY "Date d arrete (AAAAMMJJ, 0 = aujourd hui) : "
         ACCEPT wba_dateArrete
         IF wba_dateArrete = 0
            ACCEPT wba_dateArrete FROM DATE YYYYMMDD
         END-IF
         PERFORM ETAT_BONS_ACHAT.

ETAT_BONS_ACHAT.
         MOVE 0 TO wba_nbEnCours
         MOVE 0 TO wba_totalEnCours
         MOVE 0 TO wba_nbExpires
         MOVE 0 TO wba_totalExpires
         OPEN OUTPUT Fbonimp
         MOVE wba_dateArrete(7:2) TO wba_hJour
         MOVE wba_dateArrete(5:2) TO wba_hMois
         MOVE wba_dateArrete(1:4) TO wba_hAnnee
         MOVE wba_enteteEtat TO bonLigne
         WRITE bonLigne
         MOVE "BON  EMISSION EXPIRAT. VALEUR  SOLDE   STATUT" TO bonLigne
         WRITE bonLigne
         WRITE bonLigne FROM wr_ligneSep
         OPEN INPUT Fbon
         EVALUATE FcBAR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Fbon NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        IF fba_solde > 0
                           AND fba_dateEmission <= wba_dateArrete
                           PERFORM ECRIRE_LIGNE_ETAT_BON
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fbon
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         WRITE bonLigne FROM wr_ligneSep
         MOVE "BONS VALIDES (A PAYER) :" TO wba_tLibelle
         MOVE wba_nbEnCours TO wba_tNombre
         MOVE wba_totalEnCours TO wba_tMontant
         WRITE bonLigne FROM wba_totalEtat
         DISPLAY wba_totalEtat
         MOVE "BONS EXPIRES NON UTILISES :" TO wba_tLibelle
         MOVE wba_nbExpires TO wba_tNombre
         MOVE wba_totalExpires TO wba_tMontant
         WRITE bonLigne FROM wba_totalEtat
         DISPLAY wba_totalEtat
         CLOSE Fbonimp
         DISPLAY "etat imprime dans le fichier bons_encours.txt"
         MOVE SPACES TO wj_cle
         MOVE wba_dateArrete TO wj_cle
         MOVE "ETAT_BONS" TO wj_action
         PERFORM ENREGISTRER_JOURNAL.

ECRIRE_LIGNE_ETAT_BON.
         MOVE fba_idBon TO wba_eIdBon
         MOVE fba_dateEmission TO wba_eEmission
         MOVE fba_dateExpiration TO wba_eExpiration
         MOVE fba_valeur TO wba_eValeur
         MOVE fba_solde TO wba_eSolde
         IF fba_dateExpiration < wba_dateArrete
            MOVE "EXPIRE" TO wba_eStatut
            ADD 1 TO wba_nbExpires
            ADD fba_solde TO wba_totalExpires
         ELSE
            MOVE "EN COURS" TO wba_eStatut
            ADD 1 TO wba_nbEnCours
            ADD fba_solde TO wba_totalEnCours
         END-IF
         WRITE bonLigne FROM wba_ligneEtat.

CONTROLER_VENTE_EN_COMPTE.
         MOVE FAUX TO ERREUR
         MOVE wa_idClient TO fc_idClient
         PERFORM recherche_client
         IF w_ce = 0 OR fc_compte NOT = 1
            DISPLAY "ce client n a pas de compte, paiement en compte"
               " refuse"
            MOVE VRAI TO ERREUR
         ELSE
            MOVE fc_plafond TO wcp_plafond
            MOVE wa_idClient TO wcp_idClient
            PERFORM CALCULER_ENCOURS_CLIENT
            IF wcp_encours + wt_aPayer > wcp_plafond
               DISPLAY "plafond de credit depasse, paiement en compte"
                  " refuse"
               DISPLAY "encours : " wcp_encours " - plafond : "
                  wcp_plafond " - ticket : " wt_aPayer
               MOVE VRAI TO ERREUR
            END-IF
         END-IF.

CALCULER_ENCOURS_CLIENT.
         ACCEPT wcp_dateArrete FROM DATE YYYYMMDD
         MOVE wcp_dateArrete TO wdt_date
         PERFORM DATE_EN_NUMERO
         MOVE wdt_numero TO wcp_numArrete
         PERFORM CUMULER_NON_FACTURE_CLIENT
         PERFORM CUMULER_FACTURES_CLIENT
         COMPUTE wcp_encours = wcp_nonFacture + wcp_factureDu.

CUMULER_NON_FACTURE_CLIENT.
         MOVE 0 TO wcp_nonFacture
         OPEN INPUT Fticket
         EVALUATE FcTR
            WHEN 00
               MOVE 0 TO W-FIN
               PERFORM WITH TEST AFTER UNTIL W-FIN = 1
                  READ Fticket NEXT
                     AT END
                        MOVE 1 TO W-FIN
                     NOT AT END
                        IF ft_idClient = wcp_idClient
                           AND ft_modePaiement = 4 AND ft_idFacture = 0
                           PERFORM MONTANT_NET_TICKET
                           ADD wcp_netTicket TO wcp_nonFacture
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fticket
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

CUMULER_FACTURES_CLIENT.
         MOVE 0 TO wcp_factureDu
         PERFORM VARYING wcp_t FROM 1 BY 1 UNTIL wcp_t > 4
            MOVE 0 TO wcp_tranche(wcp_t)
         END-PERFORM
         OPEN INPUT Ffacture
         EVALUATE FcFAR
            WHEN 00
               MOVE wcp_idClient TO ffa_idClient
               START Ffacture KEY IS = ffa_idClient
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO W-FIN
                     PERFORM WITH TEST AFTER UNTIL W-FIN = 1
                        READ Ffacture NEXT
                           AT END
                              MOVE 1 TO W-FIN
                           NOT AT END
                              IF ffa_idClient NOT = wcp_idClient
                                 MOVE 1 TO W-FIN
                              ELSE
                                 IF ffa_statut = 0
                                    PERFORM CLASSER_FACTURE_AGE
                                 END-IF
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Ffacture
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

CLASSER_FACTURE_AGE.
         COMPUTE wcp_restant = ffa_montant - ffa_montantRegle
         ADD wcp_restant TO wcp_factureDu
         MOVE ffa_dateFacture TO wdt_date
         PERFORM DATE_EN_NUMERO
         COMPUTE wcp_age = wcp_numArrete - wdt_numero
         EVALUATE TRUE
            WHEN wcp_age <= 30
               MOVE 1 TO wcp_t
            WHEN wcp_age <= 60
               MOVE 2 TO wcp_t
            WHEN wcp_age <= 90
               MOVE 3 TO wcp_t
            WHEN OTHER
               MOVE 4 TO wcp_t
         END-EVALUATE
         ADD wcp_restant TO wcp_tranche(wcp_t).

FACTURATION_COMPTES.
         DISPLAY "Facturation mensuelle des comptes clients"
         DISPLAY "========================================="
         PERFORM WITH TEST AFTER UNTIL mois >= 1 AND mois <= 12
            DISPLAY "Mois facture (1-12) : "
            ACCEPT mois
         END-PERFORM
         DISPLAY "Annee facturee : "
         ACCEPT annee
         MOVE annee TO wcp_periodeAnnee
         MOVE mois TO wcp_periodeMois
         ACCEPT wcp_dateFacture FROM DATE YYYYMMDD
         PERFORM FACTURER_PERIODE.

FACTURER_PERIODE.
         PERFORM OUVRIR_IDENTIFIANTS
         PERFORM CLORE_IDENTIFIANTS
         MOVE 0 TO wcp_nbFactures
         MOVE 0 TO wcp_totalFactures
         OPEN OUTPUT Ffactureimp
         OPEN INPUT Fclient
         EVALUATE FcCR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Fclient NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        IF fc_compte = 1
                           PERFORM FACTURER_UN_CLIENT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fclient
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         CLOSE Ffactureimp
         DISPLAY wcp_nbFactures " facture(s) emise(s) pour un total de "
            wcp_totalFactures
         IF wcp_nbFactures > 0
            DISPLAY "factures imprimees dans le fichier factures.txt"
         END-IF
         MOVE SPACES TO wj_cle
         MOVE wcp_periode TO wj_cle
         MOVE "FACTURATION" TO wj_action
         PERFORM ENREGISTRER_JOURNAL.

FACTURER_UN_CLIENT.
         MOVE fc_idClient TO wcp_idClient
         MOVE 0 TO wcp_idFacture
         MOVE 0 TO wcp_nbTickets
         MOVE 0 TO wcp_montant
         OPEN I-O Fticket
         EVALUATE FcTR
            WHEN 00
               MOVE 0 TO W-FIN
               PERFORM WITH TEST AFTER UNTIL W-FIN = 1
                  READ Fticket NEXT
                     AT END
                        MOVE 1 TO W-FIN
                     NOT AT END
                        IF ft_idClient = wcp_idClient
                           AND ft_modePaiement = 4 AND ft_idFacture = 0
                           AND ft_dateTicket(1:6) <= wcp_periode
                           PERFORM FACTURER_UN_TICKET
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fticket
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         IF wcp_nbTickets > 0
            PERFORM ECRIRE_FACTURE
         END-IF.

FACTURER_UN_TICKET.
         IF wcp_idFacture = 0
            PERFORM PROCHAIN_ID_FACTURE
            MOVE fi_idFacture TO wcp_idFacture
            MOVE wcp_idFacture TO wcp_eIdFacture
            MOVE wcp_dateFacture(7:2) TO wcp_eJour
            MOVE wcp_dateFacture(5:2) TO wcp_eMois
            MOVE wcp_dateFacture(1:4) TO wcp_eAnnee
            MOVE wcp_idClient TO wcp_eIdClient
            MOVE fc_nom TO wcp_eNom
            WRITE factureLigne FROM wr_ligneSep
            WRITE factureLigne FROM wcp_enteteFacture
            WRITE factureLigne FROM wr_ligneSep
         END-IF
         MOVE wcp_idFacture TO ft_idFacture
         REWRITE ticketTemp
         ADD 1 TO wcp_nbTickets
         PERFORM MONTANT_NET_TICKET
         ADD wcp_netTicket TO wcp_montant
         MOVE ft_idTicket TO wcp_lIdTicket
         MOVE ft_jour TO wcp_lJour
         MOVE ft_mois TO wcp_lMois
         MOVE ft_annee TO wcp_lAnnee
         MOVE wcp_netTicket TO wcp_lMontant
         WRITE factureLigne FROM wcp_ligneFacture.

MONTANT_NET_TICKET.
         MOVE ft_idTicket TO wcp_idTicket
         PERFORM CUMULER_RETOURS_TICKET
         IF ft_total - ft_montantBon > wcp_retoursTicket
            COMPUTE wcp_netTicket = ft_total - ft_montantBon
               - wcp_retoursTicket
         ELSE
            MOVE 0 TO wcp_netTicket
         END-IF.

CUMULER_RETOURS_TICKET.
         MOVE 0 TO wcp_retoursTicket
         OPEN INPUT Fachat
         EVALUATE FcAR
            WHEN 00
               MOVE wcp_idTicket TO fa_idTicket
               START Fachat KEY IS = fa_idTicket
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO wcp_finAchat
                     PERFORM WITH TEST AFTER UNTIL wcp_finAchat = 1
                        READ Fachat NEXT
                           AT END
                              MOVE 1 TO wcp_finAchat
                           NOT AT END
                              IF fa_idTicket NOT = wcp_idTicket
                                 MOVE 1 TO wcp_finAchat
                              ELSE
                                 PERFORM CUMULER_RETOURS_LIGNE
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fachat
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

CUMULER_RETOURS_LIGNE.
         OPEN INPUT Fretour
         EVALUATE FcRR
            WHEN 00
               MOVE fa_idAchat TO fr_idAchat
               START Fretour KEY IS = fr_idAchat
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO wcp_finRetour
                     PERFORM WITH TEST AFTER UNTIL wcp_finRetour = 1
                        READ Fretour NEXT
                           AT END
                              MOVE 1 TO wcp_finRetour
                           NOT AT END
                              IF fr_idAchat NOT = fa_idAchat
                                 MOVE 1 TO wcp_finRetour
                              ELSE
                                 COMPUTE wcp_retoursTicket = wcp_retoursTicket
                                    + (fr_quantite * fa_prixUnit)
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fretour
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

ECRIRE_FACTURE.
         OPEN I-O Ffacture
         EVALUATE FcFAR
            WHEN 35
               OPEN OUTPUT Ffacture
               CLOSE Ffacture
               OPEN I-O Ffacture
            WHEN 00
               CONTINUE
         END-EVALUATE
         MOVE wcp_idFacture TO ffa_idFacture
         MOVE wcp_idClient TO ffa_idClient
         MOVE wcp_dateFacture TO ffa_dateFacture
         MOVE wcp_periode TO ffa_periode
         MOVE wcp_nbTickets TO ffa_nbTickets
         MOVE wcp_montant TO ffa_montant
         MOVE 0 TO ffa_montantRegle
         MOVE 0 TO ffa_statut
         WRITE factureTemp
            INVALID KEY
               DISPLAY "erreur enregistrement de la facture "
                  wcp_idFacture
            NOT INVALID KEY
               ADD 1 TO wcp_nbFactures
               ADD wcp_montant TO wcp_totalFactures
               DISPLAY "facture " wcp_idFacture " - client "
                  wcp_idClient " - " wcp_nbTickets " ticket(s) - "
                  wcp_montant
               MOVE wcp_idFacture TO wj_cle
               MOVE "AJOUT_FACTURE" TO wj_action
               PERFORM ENREGISTRER_JOURNAL
         END-WRITE
         CLOSE Ffacture
         MOVE wcp_montant TO wcp_tMontant
         WRITE factureLigne FROM wr_ligneSep
         WRITE factureLigne FROM wcp_totalFactureLigne.

SAISIR_REGLEMENT.
         DISPLAY "Reglement d une facture client"
         DISPLAY "=============================="
         DISPLAY "Numero de la facture : "
         ACCEPT ffa_idFacture
         OPEN I-O Ffacture
         EVALUATE FcFAR
            WHEN 00
               READ Ffacture
                  INVALID KEY
                     DISPLAY "facture introuvable"
                  NOT INVALID KEY
                     PERFORM ENREGISTRER_REGLEMENT
               END-READ
               CLOSE Ffacture
            WHEN OTHER
               DISPLAY "aucune facture enregistree"
         END-EVALUATE.

ENREGISTRER_REGLEMENT.
         COMPUTE wcp_restant = ffa_montant - ffa_montantRegle
         DISPLAY "facture " ffa_idFacture " - client " ffa_idClient
            " - du " ffa_dateFacture(7:2) "/" ffa_dateFacture(5:2)
            "/" ffa_dateFacture(1:4)
         DISPLAY "montant : " ffa_montant " - deja regle : "
            ffa_montantRegle " - reste du : " wcp_restant
         IF wcp_restant = 0
            DISPLAY "facture deja soldee"
         ELSE
            MOVE 0 TO wcp_montantRegle
            PERFORM WITH TEST AFTER
               UNTIL wcp_montantRegle > 0
                  AND wcp_montantRegle <= wcp_restant
               DISPLAY "Montant recu (maximum " wcp_restant ") : "
               ACCEPT wcp_montantRegle
            END-PERFORM
            MOVE 0 TO wcp_modeReglement
            PERFORM WITH TEST AFTER
               UNTIL wcp_modeReglement >= 1 AND wcp_modeReglement <= 4
               DISPLAY "Mode de reglement (1-Especes 2-Carte 3-Cheque"
                  " 4-Virement) : "
               ACCEPT wcp_modeReglement
            END-PERFORM
            ADD wcp_montantRegle TO ffa_montantRegle
            IF ffa_montantRegle >= ffa_montant
               MOVE 1 TO ffa_statut
            END-IF
            REWRITE factureTemp
               INVALID KEY
                  DISPLAY "erreur enregistrement du reglement"
               NOT INVALID KEY
                  PERFORM ECRIRE_REGLEMENT
                  COMPUTE wcp_restant = ffa_montant - ffa_montantRegle
                  DISPLAY "reglement enregistre, reste du : "
                     wcp_restant
                  MOVE ffa_idFacture TO wj_cle
                  MOVE "REGLEMENT" TO wj_action
                  PERFORM ENREGISTRER_JOURNAL
            END-REWRITE
         END-IF.

ECRIRE_REGLEMENT.
         OPEN EXTEND Freglement
         EVALUATE FcRGR
            WHEN 35
               OPEN OUTPUT Freglement
               CLOSE Freglement
               OPEN EXTEND Freglement
            WHEN 00
               CONTINUE
         END-EVALUATE
         ACCEPT frg_date FROM DATE YYYYMMDD
         MOVE ffa_idFacture TO frg_idFacture
         MOVE ffa_idClient TO frg_idClient
         MOVE wcp_montantRegle TO frg_montant
         MOVE wcp_modeReglement TO frg_mode
         MOVE w_idConnecte TO frg_idEmploye
         WRITE reglementTemp
         CLOSE Freglement.

BALANCE_AGEE.
         DISPLAY "Balance agee des comptes clients"
         DISPLAY "================================"
         DISPLAY "Date d arrete (AAAAMMJJ, 0 = aujourd hui) : "
         ACCEPT wcp_dateArrete
         IF wcp_dateArrete = 0
            ACCEPT wcp_dateArrete FROM DATE YYYYMMDD
         END-IF
         MOVE wcp_dateArrete TO wdt_date
         PERFORM DATE_EN_NUMERO
         MOVE wdt_numero TO wcp_numArrete
         MOVE 0 TO wcp_totalNonFacture
         PERFORM VARYING wcp_t FROM 1 BY 1 UNTIL wcp_t > 4
            MOVE 0 TO wcp_totalTranche(wcp_t)
         END-PERFORM
         DISPLAY "client - non facture - 0-30 j - 31-60 j - 61-90 j"
            " - plus de 90 j - total du"
         OPEN INPUT Fclient
         EVALUATE FcCR
            WHEN 00
               MOVE 0 TO EndOfFile
               PERFORM WITH TEST AFTER UNTIL EndOfFile = 1
                  READ Fclient NEXT
                     AT END
                        MOVE 1 TO EndOfFile
                     NOT AT END
                        IF fc_compte = 1
                           PERFORM BALANCE_UN_CLIENT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Fclient
            WHEN OTHER
               CONTINUE
         END-EVALUATE
         COMPUTE wcp_totalClient = wcp_totalNonFacture
            + wcp_totalTranche(1) + wcp_totalTranche(2)
            + wcp_totalTranche(3) + wcp_totalTranche(4)
         DISPLAY wr_ligneSep
         DISPLAY "TOTAL - " wcp_totalNonFacture
            " - " wcp_totalTranche(1) " - " wcp_totalTranche(2)
            " - " wcp_totalTranche(3) " - " wcp_totalTranche(4)
            " - " wcp_totalClient.

BALANCE_UN_CLIENT.
         MOVE fc_idClient TO wcp_idClient
         PERFORM CUMULER_NON_FACTURE_CLIENT
         PERFORM CUMULER_FACTURES_CLIENT
         COMPUTE wcp_totalClient = wcp_nonFacture + wcp_factureDu
         IF wcp_totalClient > 0
            DISPLAY fc_idClient " " fc_nom " - " wcp_nonFacture
               " - " wcp_tranche(1) " - " wcp_tranche(2)
               " - " wcp_tranche(3) " - " wcp_tranche(4)
               " - " wcp_totalClient
            IF wcp_totalClient > fc_plafond
               DISPLAY "   plafond de credit depasse : " fc_plafond
            END-IF
            ADD wcp_nonFacture TO wcp_totalNonFacture
            PERFORM VARYING wcp_t FROM 1 BY 1 UNTIL wcp_t > 4
               ADD wcp_tranche(wcp_t) TO wcp_totalTranche(wcp_t)
            END-PERFORM
         END-IF.

AJOUT_LIGNE_TICKET.
         MOVE wa_idClient TO fa_idClient
         MOVE wt_idTicket TO fa_idTicket
         MOVE fp_idProduit TO wq_idProduit
         MOVE wh_annee TO wq_vAnnee
         MOVE wh_mois TO wq_vMois
         MOVE wa_jour TO wq_vJour
         MOVE fp_idProduit TO wpc_idProduit
         MOVE wq_dateVente TO wpc_date
         MOVE fp_prix TO wpc_prix
         PERFORM PRIX_EN_VIGUEUR
         MOVE wpc_prix TO wq_prixNormal
         PERFORM CHERCHER_PROMO_PRODUIT
         MOVE wq_prixApplique TO fa_prixUnit
         MOVE fp_codeTva TO fa_codeTva
         PERFORM PROPOSER_PRIX_FORCE
         WRITE achatTemp
            INVALID KEY
               DISPLAY "erreur enregistrement de l achat"
            NOT INVALID KEY
               PERFORM MAJ_STOCK
               PERFORM PRELEVER_LOTS
               MOVE wa_idEmploye TO fe_idEmploye
               PERFORM MAJ_COMPTEUR_EMPLOYE
               MOVE wa_idClient TO fc_idClient
               MOVE fa_idAchat TO wj_cle
               MOVE "AJOUT_ACHAT" TO wj_action
               PERFORM ENREGISTRER_JOURNAL
               IF fa_idApprobateur > 0
                  MOVE fa_idAchat TO wdg_kIdAchat
                  MOVE fa_prixOrigine TO wdg_kPrixOrigine
                  MOVE fa_prixUnit TO wdg_kPrixUnit
                  MOVE fa_motifDerog TO wdg_kMotif
                  MOVE fa_idApprobateur TO wdg_kApprobateur
                  MOVE wdg_clePrixForce TO wj_cle
                  MOVE "PRIX_FORCE" TO wj_action
                  PERFORM ENREGISTRER_JOURNAL
               END-IF
         END-WRITE
         CLOSE Fachat.

PROPOSER_PRIX_FORCE.
         MOVE 0 TO fa_prixOrigine
         MOVE 0 TO fa_idApprobateur
         MOVE SPACE TO fa_motifDerog
         IF fa_prixUnit > 0
            DISPLAY "Prix unitaire applique : " fa_prixUnit
               " - forcer le prix ? (O/N)"
            ACCEPT wdg_reponse
            IF wdg_reponse = "O"
               PERFORM WITH TEST AFTER
                  UNTIL wdg_nouveauPrix < fa_prixUnit
                  DISPLAY "Nouveau prix unitaire (inferieur a "
                     fa_prixUnit ") : "
                  ACCEPT wdg_nouveauPrix
               END-PERFORM
               PERFORM SAISIR_MOTIF_DEROGATION
               PERFORM AUTORISER_DEROGATION
               IF wdg_idApprobateur > 0
                  MOVE fa_prixUnit TO fa_prixOrigine
                  MOVE wdg_nouveauPrix TO fa_prixUnit
                  MOVE wdg_idApprobateur TO fa_idApprobateur
                  MOVE wdg_motif TO fa_motifDerog
                  DISPLAY "prix force a " fa_prixUnit
               END-IF
            END-IF
         END-IF.

PROPOSER_REMISE_TICKET.
         MOVE 0 TO wdg_remise
         MOVE 0 TO wdg_idApprobRemise
         MOVE SPACE TO wdg_motifRemise
         IF wt_total > wt_bonsVendus
            DISPLAY "Accorder une remise sur le ticket ? (O/N)"
            ACCEPT wdg_reponse
            IF wdg_reponse = "O"
               COMPUTE wdg_maxRemise = wt_total - wt_bonsVendus
               PERFORM WITH TEST AFTER UNTIL wdg_type = 1 OR wdg_type = 2
                  DISPLAY "Remise en 1-Montant 2-Pourcentage : "
                  ACCEPT wdg_type
               END-PERFORM
               IF wdg_type = 1
                  PERFORM WITH TEST AFTER
                     UNTIL wdg_remise > 0 AND wdg_remise <= wdg_maxRemise
                     DISPLAY "Montant de la remise (1 a " wdg_maxRemise
                        ") : "
                     ACCEPT wdg_remise
                  END-PERFORM
               ELSE
                  PERFORM WITH TEST AFTER
                     UNTIL wdg_taux > 0 AND wdg_taux <= 100
                     DISPLAY "Pourcentage de remise (1 a 100) : "
                     ACCEPT wdg_taux
                  END-PERFORM
                  COMPUTE wdg_remise ROUNDED =
                     wdg_maxRemise * wdg_taux / 100
               END-IF
               IF wdg_remise > 0
                  PERFORM SAISIR_MOTIF_DEROGATION
                  PERFORM AUTORISER_DEROGATION
                  IF wdg_idApprobateur > 0
                     SUBTRACT wdg_remise FROM wt_total
                     MOVE wdg_idApprobateur TO wdg_idApprobRemise
                     MOVE wdg_motif TO wdg_motifRemise
                     DISPLAY "remise ticket : " wdg_remise
                        " - nouveau total : " wt_total
                  ELSE
                     MOVE 0 TO wdg_remise
                  END-IF
               END-IF
            END-IF
         END-IF.

SAISIR_MOTIF_DEROGATION.
         MOVE 0 TO wdg_m
         PERFORM WITH TEST AFTER UNTIL wdg_m > 0
            DISPLAY "Motif (D-Article endommage A-Alignement de prix"
               " C-Geste commercial E-Erreur d etiquette) : "
            ACCEPT wdg_motif
            PERFORM LIBELLE_MOTIF_DEROGATION
            IF wdg_m = 0
               DISPLAY "motif non valide"
            END-IF
         END-PERFORM.

LIBELLE_MOTIF_DEROGATION.
         MOVE 0 TO wdg_m
         PERFORM VARYING wdg_i FROM 1 BY 1 UNTIL wdg_i > 4
            IF wdg_code(wdg_i) = wdg_motif
               MOVE wdg_i TO wdg_m
            END-IF
         END-PERFORM.

AUTORISER_DEROGATION.
         MOVE 0 TO wdg_idApprobateur
         DISPLAY "Validation par un responsable"
         DISPLAY "Saisir l id du responsable : "
         ACCEPT wdg_idSaisi
         DISPLAY "Saisir le mot de passe : "
         ACCEPT wdg_mdp
         OPEN I-O Femploye
         EVALUATE FcER
            WHEN 00
               MOVE wdg_idSaisi TO fe_idEmploye
               READ Femploye
                  INVALID KEY
                     DISPLAY "responsable inconnu"
                  NOT INVALID KEY
                     PERFORM CONTROLER_APPROBATEUR
               END-READ
               CLOSE Femploye
            WHEN OTHER
               DISPLAY "fichier employes.dat indisponible"
         END-EVALUATE
         IF wdg_idApprobateur = 0
            DISPLAY "validation refusee, prix et total inchanges"
            MOVE wdg_idSaisi TO wj_cle
            MOVE "DEROG_REFUSEE" TO wj_action
            PERFORM ENREGISTRER_JOURNAL
         END-IF.

CONTROLER_APPROBATEUR.
         MOVE wdg_mdp TO wm_mdpClair
         PERFORM HASHER_MOT_DE_PASSE
         IF fe_idEmploye = wa_idEmploye OR fe_idEmploye = w_idConnecte
            DISPLAY "un employe ne peut pas valider sa propre vente"
         ELSE
            IF fe_echecs >= 3
               DISPLAY "compte du responsable verrouille"
            ELSE
               IF fe_mdp = wm_mdpHash OR fe_mdp = wdg_mdp
                  IF fe_role = 1 OR fe_role = 2
                     MOVE fe_idEmploye TO wdg_idApprobateur
                     MOVE 0 TO fe_echecs
                     MOVE wm_mdpHash TO fe_mdp
                     REWRITE employeTemp
                  ELSE
                     DISPLAY "employe non habilite a valider une remise"
                  END-IF
               ELSE
                  DISPLAY "mot de passe incorrect"
                  ADD 1 TO fe_echecs
                  REWRITE employeTemp
                  IF fe_echecs >= 3
                     DISPLAY "Compte verrouille apres 3 echecs !"
                  END-IF
               END-IF
            END-IF
         END-IF.

ENREGISTRER_TICKET.
         OPEN I-O Fticket
         EVALUATE FcTR
         MOVE wt_modePaiement TO ft_modePaiement
         MOVE wt_montantVerse TO ft_montantVerse
         MOVE wo_pointsUtilises TO ft_pointsUtilises
         MOVE 0 TO ft_idFacture
         MOVE wt_bonsVendus TO ft_bonsVendus
         MOVE wba_idBon TO ft_idBon
         MOVE wba_montantUtilise TO ft_montantBon
         MOVE wdg_remise TO ft_remise
         MOVE wdg_idApprobRemise TO ft_idApprobRemise
         MOVE wdg_motifRemise TO ft_motifRemise
         WRITE ticketTemp
            INVALID KEY
               DISPLAY "erreur enregistrement du ticket"
               MOVE ft_idTicket TO wj_cle
               MOVE "AJOUT_TICKET" TO wj_action
               PERFORM ENREGISTRER_JOURNAL
               IF ft_remise > 0
                  MOVE ft_idTicket TO wdg_rIdTicket
                  MOVE ft_remise TO wdg_rRemise
                  MOVE ft_motifRemise TO wdg_rMotif
                  MOVE ft_idApprobRemise TO wdg_rApprobateur
                  MOVE wdg_cleRemise TO wj_cle
                  MOVE "REMISE_TICKET" TO wj_action
                  PERFORM ENREGISTRER_JOURNAL
               END-IF
               IF ft_idBon > 0
                  PERFORM DEBITER_BON_ACHAT
               END-IF
               IF ft_idClient > 0
                  PERFORM CREDITER_POINTS_CLIENT
               END-IF
               END-PERFORM
         END-START
         CLOSE Fachat
         IF wt_bonsVendus > 0
            PERFORM IMPRIMER_BONS_VENDUS
         END-IF
         IF wo_pointsUtilises > 0
            MOVE wo_pointsUtilises TO wr_pPoints
            DISPLAY wr_pointsRecu
            MOVE wo_pointsUtilises TO wd_remisePoints
            PERFORM DEDUIRE_POINTS_TVA
         END-IF
         IF wdg_remise > 0
            MOVE wdg_remise TO wr_kRemise
            MOVE wdg_motifRemise TO wdg_motif
            PERFORM LIBELLE_MOTIF_DEROGATION
            MOVE wdg_libelle(wdg_m) TO wr_kMotif
            DISPLAY wr_remiseTicketRecu
            WRITE recuLigne FROM wr_remiseTicketRecu
            MOVE wdg_remise TO wd_remisePoints
            PERFORM DEDUIRE_POINTS_TVA
         END-IF
         MOVE wt_total TO wr_rTotal
         DISPLAY wr_ligneSep
         DISPLAY wr_totalRecu
         WRITE recuLigne FROM wr_ligneSep
         WRITE recuLigne FROM wr_totalRecu
         IF wba_idBon > 0
            MOVE wba_idBon TO fba_idBon
            PERFORM LIRE_BON_ACHAT
            MOVE wba_idBon TO wba_pIdBon
            MOVE wba_montantUtilise TO wba_pMontant
            MOVE fba_solde TO wba_pSolde
            DISPLAY wba_paiementRecu
            WRITE recuLigne FROM wba_paiementRecu
         END-IF
         PERFORM VARYING wd_k FROM 1 BY 1 UNTIL wd_k > 2
            IF wd_ttcTaux(wd_k) NOT = 0
               PERFORM ECRIRE_PIED_TVA
         CLOSE Frecu
         DISPLAY "recu imprime dans le fichier recu.txt".

IMPRIMER_BONS_VENDUS.
         OPEN INPUT Fbon
         EVALUATE FcBAR
            WHEN 00
               MOVE wt_idTicket TO fba_idTicket
               START Fbon KEY IS = fba_idTicket
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 0 TO W-FIN
                     PERFORM WITH TEST AFTER UNTIL W-FIN = 1
                        READ Fbon NEXT
                           AT END
                              MOVE 1 TO W-FIN
                           NOT AT END
                              IF fba_idTicket NOT = wt_idTicket
                                 MOVE 1 TO W-FIN
                              ELSE
                                 MOVE fba_idBon TO wba_vIdBon
                                 MOVE fba_dateExpiration(7:2)
                                    TO wba_vJour
                                 MOVE fba_dateExpiration(5:2)
                                    TO wba_vMois
                                 MOVE fba_dateExpiration(1:4)
                                    TO wba_vAnnee
                                 MOVE fba_valeur TO wba_vValeur
                                 DISPLAY wba_venteRecu
                                 WRITE recuLigne FROM wba_venteRecu
                              END-IF
                        END-READ
                     END-PERFORM
               END-START
               CLOSE Fbon
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

ECRIRE_LIGNE_RECU.
         MOVE fa_idProduit TO wr_dIdProduit
         PERFORM LIRE_NOM_PRODUIT
            MOVE fa_idEmploye TO wu_idEmploye
            MOVE fa_idClient TO wu_idClient
            MOVE fa_quantite TO wu_quantite
            MOVE fa_idTicket TO wu_idTicket
            MOVE fa_prixUnit TO wu_prixUnit
            PERFORM CUMULER_RETOURS_ACHAT
            IF wu_dejaRendu >= wu_quantite
               DISPLAY "cet achat a deja ete entierement retourne"
               DISPLAY "erreur enregistrement du retour"
            NOT INVALID KEY
               PERFORM RESTOCKER_PRODUIT
               PERFORM RESTITUER_LOTS
               PERFORM DEBITER_POINTS_RETOUR
               PERFORM CREDITER_RETOUR_COMPTE
               IF wu_dejaRendu + wu_qteRendue >= wu_quantite
                  PERFORM DECREMENTER_COMPTEUR_EMPLOYE
                  PERFORM DECREMENTER_COMPTEUR_CLIENT
         DISPLAY "retour enregistre, produit " wu_idProduit
            " restocke de " wu_qteRendue.

CREDITER_RETOUR_COMPTE.
         MOVE wu_idTicket TO ft_idTicket
         PERFORM recherche_ticket
         IF w_te = 1 AND ft_modePaiement = 4 AND ft_idFacture > 0
            COMPUTE wu_avoir = wu_qteRendue * wu_prixUnit
            OPEN I-O Ffacture
            EVALUATE FcFAR
               WHEN 00
                  MOVE ft_idFacture TO ffa_idFacture
                  READ Ffacture
                     INVALID KEY
                        DISPLAY "facture " ft_idFacture " introuvable"
                     NOT INVALID KEY
                        PERFORM IMPUTER_AVOIR_FACTURE
                  END-READ
                  CLOSE Ffacture
               WHEN OTHER
                  DISPLAY "fichier factures.dat indisponible"
            END-EVALUATE
         END-IF.

IMPUTER_AVOIR_FACTURE.
         IF ffa_montant > ffa_montantRegle
            COMPUTE wcp_restant = ffa_montant - ffa_montantRegle
         ELSE
            MOVE 0 TO wcp_restant
         END-IF
         IF wu_avoir > wcp_restant
            MOVE wcp_restant TO wu_avoir
         END-IF
         IF wu_avoir > 0
            SUBTRACT wu_avoir FROM ffa_montant
            IF ffa_montantRegle >= ffa_montant
               MOVE 1 TO ffa_statut
            END-IF
            REWRITE factureTemp
            DISPLAY "avoir de " wu_avoir " impute sur la facture "
               ffa_idFacture
            MOVE ffa_idFacture TO wu_kFacture
            MOVE wa_idAchat TO wu_kAchat
            MOVE wu_avoir TO wu_kAvoir
            MOVE wu_cleAvoir TO wj_cle
            MOVE "AVOIR_RETOUR" TO wj_action
            PERFORM ENREGISTRER_JOURNAL
         ELSE
            DISPLAY "facture " ffa_idFacture
               " deja reglee, aucun avoir impute"
         END-IF.

RESTOCKER_PRODUIT.
         OPEN I-O Fproduit
            MOVE wu_idProduit TO fp_idProduit
