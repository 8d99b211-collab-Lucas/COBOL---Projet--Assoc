           01 tamp_fterrain.
               02 fst_type PIC X(1).
               02 fst_donnees PIC X(159).
           01 fst_entete.
               02 FILLER PIC X(1).
               02 fst_eCentre PIC 9(2).
               02 fst_eDate PIC 9(8).
               02 fst_eExportDate PIC 9(8).
               02 fst_eExportHeure PIC 9(6).
               02 fst_eStatut PIC X(1).
               02 fst_eSaisieDate PIC 9(8).
               02 fst_eSaisieHeure PIC 9(6).
               02 fst_eFusionDate PIC 9(8).
               02 fst_eFusionHeure PIC 9(6).
               02 fst_eNomCentre PIC X(30).
               02 fst_eNbDistributions PIC 9(4).
               02 fst_eNbLignes PIC 9(5).
               02 fst_eNbAffectations PIC 9(4).
               02 fst_eNbRendezvous PIC 9(4).
               02 FILLER PIC X(59).
           01 fst_distribution.
               02 FILLER PIC X(1).
               02 fst_dId PIC 9(5).
               02 fst_dBeneficiaire PIC 9(5).
               02 fst_dCarte PIC 9(8).
               02 fst_dHoraire PIC X(2).
               02 fst_dStatut PIC X(1).
               02 fst_dModifDate PIC 9(8).
               02 fst_dModifHeure PIC 9(6).
               02 fst_dNom PIC X(30).
               02 fst_dNbPersonnes PIC 9(2).
               02 fst_dSaisie PIC X(1).
               02 fst_dMontant PIC 9(6)V99.
               02 fst_dHeureSaisie PIC 9(6).
               02 FILLER PIC X(77).
           01 fst_ligne.
               02 FILLER PIC X(1).
               02 fst_lDistribution PIC 9(5).
               02 fst_lProduit PIC 9(5).
               02 fst_lQteReservee PIC 9(6).
               02 fst_lLibelle PIC X(30).
               02 fst_lUnite PIC X(3).
               02 fst_lSaisie PIC X(1).
               02 fst_lQteServie PIC 9(6).
               02 fst_lMotif PIC X(8).
               02 FILLER PIC X(95).
           01 fst_affectation.
               02 FILLER PIC X(1).
               02 fst_aId PIC 9(5).
               02 fst_aDistribution PIC 9(5).
               02 fst_aBenevole PIC 9(4).
               02 fst_aStatut PIC X(1).
               02 fst_aNom PIC X(30).
               02 fst_aPrenom PIC X(30).
               02 fst_aArrivee PIC 9(6).
               02 fst_aDepart PIC 9(6).
               02 FILLER PIC X(72).
           01 fst_rendezvous.
               02 FILLER PIC X(1).
               02 fst_rId PIC 9(5).
               02 fst_rBeneficiaire PIC 9(5).
               02 fst_rCarte PIC 9(8).
               02 fst_rHoraire PIC X(2).
               02 fst_rStatut PIC X(1).
               02 fst_rNom PIC X(30).
               02 fst_rPresence PIC X(1).
               02 FILLER PIC X(107).
