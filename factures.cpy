       Saisie_facture.
           DISPLAY "Saisie d'une facture fournisseur"
           MOVE 0 TO Wtrouver
           DISPLAY "Entrez l'ID du fournisseur : "
           ACCEPT WidFournisseur
           OPEN INPUT ffournisseurs
           MOVE WidFournisseur TO ffo_id
           READ ffournisseurs
               INVALID KEY
                   DISPLAY "Le fournisseur n'existe pas."
                   MOVE 1 TO Wtrouver
           END-READ
           CLOSE ffournisseurs

           IF Wtrouver = 0 THEN
               DISPLAY "Entrez le numéro de la commande facturée : "
               ACCEPT WnumCommande
               OPEN INPUT fcommandes
               MOVE WnumCommande TO fcm_id
               READ fcommandes
                   INVALID KEY
                       DISPLAY "La commande n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       IF fcm_fournisseur NOT = WidFournisseur THEN
                           DISPLAY "Cette commande n'est pas "
                               "passée chez ce fournisseur."
                           MOVE 1 TO Wtrouver
                       END-IF
                       IF fcm_statut = "X" THEN
                           DISPLAY "Cette commande est annulée."
                           MOVE 1 TO Wtrouver
                       END-IF
               END-READ
               CLOSE fcommandes
           END-IF

           IF Wtrouver = 0 THEN
               DISPLAY "Entrez le numéro de facture du fournisseur : "
               MOVE SPACES TO WnumFacture
               ACCEPT WnumFacture
               MOVE "Date de la facture (AAAAMMJJ) : " TO WinviteDate
               PERFORM Saisir_date
               MOVE Wdate TO WdateFacture
               MOVE "Date d'échéance (AAAAMMJJ) : " TO WinviteDate
               PERFORM Saisir_date
               MOVE Wdate TO WecheanceFacture

               OPEN I-O increment
               MOVE "FA" TO autoinc_entite
               READ increment
                   INVALID KEY
                       MOVE "FA" TO autoinc_entite
                       MOVE 00001 TO autoinc_num
                       WRITE autoinc
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO autoinc_num
                       REWRITE autoinc
                       END-REWRITE
               END-READ
               CLOSE increment
               MOVE autoinc_num TO WidFacture
               MOVE 0 TO WmontantFacture

               PERFORM WITH TEST AFTER
                       UNTIL Wreponse NOT = "O" AND
                             Wreponse NOT = "o"
                   DISPLAY "Ajouter une ligne ? (O/N) : "
                   ACCEPT Wreponse
                   IF Wreponse = "O" OR Wreponse = "o" THEN
                       PERFORM Ajouter_ligne_facture
                   END-IF
               END-PERFORM

               OPEN I-O ffactures
               MOVE WidFacture TO ffa_id
               MOVE WnumFacture TO ffa_numero
               MOVE WidFournisseur TO ffa_fournisseur
               MOVE WnumCommande TO ffa_commande
               MOVE WdateFacture TO ffa_date
               MOVE WecheanceFacture TO ffa_echeance
               MOVE WmontantFacture TO ffa_montant
               MOVE "S" TO ffa_statut
               MOVE SPACES TO ffa_motif
               MOVE WidUtilisateurConnecte TO ffa_saisiPar
               MOVE 0 TO ffa_resoluPar
               MOVE 0 TO ffa_datePaiement
               WRITE tamp_ffactures
               END-WRITE
               CLOSE ffactures
               DISPLAY "Facture " WidFacture " enregistrée, montant "
                   WmontantFacture " euros."
               PERFORM Rapprocher_facture
           END-IF.

       Ajouter_ligne_facture.
           DISPLAY "Entrez l'ID du produit : "
           ACCEPT WproduitFac
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez la quantité facturée : "
               ACCEPT WqteFacturee
               IF WqteFacturee > 0
                   MOVE 1 TO Wtrouve
               END-IF
           END-PERFORM
           DISPLAY "Entrez le prix unitaire facturé : "
           ACCEPT WprixFacture
           OPEN I-O ffacture-lignes
           MOVE WidFacture TO ffl_facture
           MOVE WproduitFac TO ffl_produit
           READ ffacture-lignes
               INVALID KEY
                   MOVE WidFacture TO ffl_facture
                   MOVE WproduitFac TO ffl_produit
                   MOVE WqteFacturee TO ffl_quantite
                   MOVE WprixFacture TO ffl_prixUnitaire
                   MOVE SPACE TO ffl_ecart
                   WRITE tamp_ffacture-lignes
                   END-WRITE
                   COMPUTE WmontantFacture = WmontantFacture
                       + WqteFacturee * WprixFacture
               NOT INVALID KEY
                   DISPLAY "Ce produit figure déjà sur la facture."
           END-READ
           CLOSE ffacture-lignes.

       Relance_rapprochement.
           DISPLAY "Entrez l'ID de la facture : "
           ACCEPT WidFacture
           PERFORM Rapprocher_facture.

       Rapprocher_facture.
           MOVE 0 TO Wtrouver
           OPEN INPUT ffactures
           MOVE WidFacture TO ffa_id
           READ ffactures
               INVALID KEY
                   DISPLAY "La facture n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF ffa_statut NOT = "S" AND
                           ffa_statut NOT = "B" THEN
                       DISPLAY "Cette facture est déjà rapprochée "
                           "(statut " ffa_statut ")."
                       MOVE 1 TO Wtrouver
                   ELSE
                       MOVE ffa_fournisseur TO WidFournisseur
                       MOVE ffa_commande TO WnumCommande
                       MOVE ffa_date TO WdateFacture
                   END-IF
           END-READ
           CLOSE ffactures

           IF Wtrouver = 0 THEN
               MOVE "FACTQTE" TO WcodeParam
               MOVE WdateFacture TO WdateParam
               PERFORM Lire_parametre
               MOVE WvaleurParam TO WtolQteFac
               MOVE "FACTPRIX" TO WcodeParam
               MOVE WdateFacture TO WdateParam
               PERFORM Lire_parametre
               MOVE WvaleurParam TO WtolPrixFac
               MOVE 0 TO WnbEcartsFac
               MOVE SPACES TO WmotifFac
               OPEN I-O ffacture-lignes
               MOVE 0 TO WfinFac
               MOVE WidFacture TO ffl_facture
               MOVE LOW-VALUES TO ffl_produit
               START ffacture-lignes KEY IS NOT LESS THAN ffl_cle
                   INVALID KEY MOVE 1 TO WfinFac
               END-START
               PERFORM WITH TEST AFTER UNTIL WfinFac = 1
                   READ ffacture-lignes NEXT
                       AT END MOVE 1 TO WfinFac
                       NOT AT END
                           IF ffl_facture NOT = WidFacture THEN
                               MOVE 1 TO WfinFac
                           ELSE
                               PERFORM Rapprocher_ligne_facture
                               REWRITE tamp_ffacture-lignes
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ffacture-lignes
               PERFORM Conclure_rapprochement
           END-IF.

       Rapprocher_ligne_facture.
           MOVE SPACE TO ffl_ecart
           MOVE ffl_produit TO WproduitFac
           OPEN INPUT fcommande-lignes
           MOVE WnumCommande TO fcg_commande
           MOVE ffl_produit TO fcg_produit
           READ fcommande-lignes
               INVALID KEY
                   MOVE "C" TO ffl_ecart
                   MOVE 0 TO WqteAutorisee
                   MOVE 0 TO WqteRecueFac
               NOT INVALID KEY
                   MOVE fcg_qteRecue TO WqteRecueFac
                   COMPUTE WqteAutorisee =
                       fcg_qteRecue * (100 + WtolQteFac) / 100
           END-READ
           CLOSE fcommande-lignes

           IF ffl_ecart = SPACE THEN
               PERFORM Cumuler_deja_facture
               MOVE SPACE TO ffl_ecart
               IF ffl_quantite + WdejaFacture > WqteAutorisee THEN
                   MOVE "Q" TO ffl_ecart
               END-IF
           END-IF

           IF ffl_ecart = SPACE THEN
               PERFORM Lire_prix_catalogue_facture
               IF WprixCatTrouve = 1 THEN
                   COMPUTE WprixAutorise =
                       WprixCatalogue * (100 + WtolPrixFac) / 100
                   IF ffl_prixUnitaire > WprixAutorise THEN
                       MOVE "P" TO ffl_ecart
                   END-IF
               END-IF
           END-IF

           IF ffl_ecart = "C" THEN
               DISPLAY "  produit " ffl_produit
                   " : absent de la commande " WnumCommande
               MOVE "produit non commandé" TO WmotifFac
           END-IF
           IF ffl_ecart = "Q" THEN
               DISPLAY "  produit " ffl_produit " : facturé "
                   ffl_quantite " (déjà facturé " WdejaFacture
                   "), reçu " WqteRecueFac
               MOVE "quantité facturée non reçue" TO WmotifFac
           END-IF
           IF ffl_ecart = "P" THEN
               DISPLAY "  produit " ffl_produit " : prix "
                   ffl_prixUnitaire " > catalogue " WprixCatalogue
               MOVE "prix supérieur au catalogue" TO WmotifFac
           END-IF
           IF ffl_ecart NOT = SPACE THEN
               ADD 1 TO WnbEcartsFac
           END-IF.

       Cumuler_deja_facture.
           MOVE 0 TO WdejaFacture
           OPEN INPUT ffactures
           MOVE 0 TO WfinFac2
           MOVE WidFournisseur TO ffa_fournisseur
           START ffactures KEY IS EQUAL TO ffa_fournisseur
               INVALID KEY MOVE 1 TO WfinFac2
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinFac2 = 1
               READ ffactures NEXT
                   AT END MOVE 1 TO WfinFac2
                   NOT AT END
                       IF ffa_fournisseur NOT = WidFournisseur THEN
                           MOVE 1 TO WfinFac2
                       ELSE
                           IF ffa_commande = WnumCommande AND
                                   ffa_id NOT = WidFacture AND
                                   ffa_statut NOT = "X" THEN
                               MOVE ffa_id TO WidFactureAutre
                               PERFORM Lire_quantite_autre_facture
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ffactures.

       Lire_quantite_autre_facture.
           MOVE ffl_cle TO WcleLigneFac
           MOVE WidFactureAutre TO ffl_facture
           MOVE WproduitFac TO ffl_produit
           READ ffacture-lignes
               NOT INVALID KEY
                   ADD ffl_quantite TO WdejaFacture
           END-READ
           MOVE WcleLigneFac TO ffl_cle
           READ ffacture-lignes
           END-READ.

       Lire_prix_catalogue_facture.
           MOVE 0 TO WprixCatTrouve
           MOVE 0 TO WprixCatalogue
           OPEN INPUT fprix
           MOVE 0 TO Wfin2
           MOVE WidFournisseur TO fpx_fournisseur
           MOVE WproduitFac TO fpx_produit
           MOVE LOW-VALUES TO fpx_dateDebut
           START fprix KEY IS NOT LESS THAN fpx_cle
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fprix NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fpx_fournisseur NOT = WidFournisseur OR
                               fpx_produit NOT = WproduitFac OR
                               fpx_dateDebut > WdateFacture THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           MOVE fpx_prix TO WprixCatalogue
                           MOVE 1 TO WprixCatTrouve
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fprix.

       Conclure_rapprochement.
           OPEN I-O ffactures
           MOVE WidFacture TO ffa_id
           READ ffactures
               NOT INVALID KEY
                   IF WnbEcartsFac = 0 THEN
                       MOVE "A" TO ffa_statut
                       MOVE SPACES TO ffa_motif
                   ELSE
                       MOVE "B" TO ffa_statut
                       MOVE WmotifFac TO ffa_motif
                   END-IF
                   REWRITE tamp_ffactures
                   END-REWRITE
           END-READ
           CLOSE ffactures
           IF WnbEcartsFac = 0 THEN
               DISPLAY "Facture " WidFacture " conforme à la commande "
                   "et aux réceptions : bonne à payer."
           ELSE
               DISPLAY "⚠️ Facture " WidFacture
                   " bloquée en litige (" WnbEcartsFac
                   " ligne(s) en écart). ⚠️"
           END-IF.

       Liste_litiges_factures.
           DISPLAY "Factures fournisseurs bloquées en litige :"
           MOVE 0 TO Wtrouve
           OPEN INPUT ffactures
           IF cr_ffactures = 00 THEN
               MOVE 0 TO WfinFac2
               PERFORM WITH TEST AFTER UNTIL WfinFac2 = 1
                   READ ffactures NEXT
                       AT END MOVE 1 TO WfinFac2
                       NOT AT END
                           IF ffa_statut = "B" THEN
                               DISPLAY "facture " ffa_id
                                   " n° " ffa_numero
                                   " fournisseur " ffa_fournisseur
                                   " commande " ffa_commande
                                   " montant " ffa_montant
                               DISPLAY "   motif : " ffa_motif
                               MOVE ffa_id TO WidFacture
                               PERFORM Afficher_ecarts_facture
                               MOVE 1 TO Wtrouve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ffactures
           END-IF
           IF Wtrouve = 0 THEN
               DISPLAY "Aucune facture en litige."
           END-IF.

       Afficher_ecarts_facture.
           OPEN INPUT ffacture-lignes
           MOVE 0 TO WfinFac
           MOVE WidFacture TO ffl_facture
           MOVE LOW-VALUES TO ffl_produit
           START ffacture-lignes KEY IS NOT LESS THAN ffl_cle
               INVALID KEY MOVE 1 TO WfinFac
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinFac = 1
               READ ffacture-lignes NEXT
                   AT END MOVE 1 TO WfinFac
                   NOT AT END
                       IF ffl_facture NOT = WidFacture THEN
                           MOVE 1 TO WfinFac
                       ELSE
                           DISPLAY "   produit " ffl_produit
                               " x " ffl_quantite
                               " à " ffl_prixUnitaire
                               " écart " ffl_ecart
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ffacture-lignes.

       Resolution_litige_facture.
           MOVE "LITFACT" TO WfonctionCode
           PERFORM Verifier_droit
           IF Wautorise = 0 THEN
               DISPLAY "⚠️ La levée des litiges factures est "
                   "réservée aux administrateurs. ⚠️"
           ELSE
               DISPLAY "Entrez l'ID de la facture en litige : "
               ACCEPT WidFacture
               OPEN I-O ffactures
               MOVE WidFacture TO ffa_id
               READ ffactures
                   INVALID KEY
                       DISPLAY "La facture n'existe pas."
                   NOT INVALID KEY
                       IF ffa_statut NOT = "B" THEN
                           DISPLAY "Cette facture n'est pas en "
                               "litige."
                       ELSE
                           PERFORM Decider_litige_facture
                       END-IF
               END-READ
               CLOSE ffactures
           END-IF.

       Decider_litige_facture.
           DISPLAY "Motif du blocage : " ffa_motif
           DISPLAY "Accepter la facture (A) ou la rejeter (R) : "
           ACCEPT Wreponse
           IF Wreponse = "A" OR Wreponse = "a" OR
                   Wreponse = "R" OR Wreponse = "r" THEN
               DISPLAY "Entrez le commentaire de décision : "
               MOVE SPACES TO WmotifFac
               ACCEPT WmotifFac
               MOVE WmotifFac TO ffa_motif
               MOVE WidUtilisateurConnecte TO ffa_resoluPar
               IF Wreponse = "A" OR Wreponse = "a" THEN
                   MOVE "A" TO ffa_statut
                   DISPLAY "Litige levé, facture bonne à payer."
               ELSE
                   MOVE "X" TO ffa_statut
                   DISPLAY "Facture rejetée."
               END-IF
               REWRITE tamp_ffactures
               END-REWRITE
           ELSE
               DISPLAY "Aucune décision, la facture reste bloquée."
           END-IF.

       Paiement_facture.
           DISPLAY "Entrez l'ID de la facture payée : "
           ACCEPT WidFacture
           OPEN I-O ffactures
           MOVE WidFacture TO ffa_id
           READ ffactures
               INVALID KEY
                   DISPLAY "La facture n'existe pas."
               NOT INVALID KEY
                   IF ffa_statut NOT = "A" THEN
                       DISPLAY "Seule une facture bonne à payer "
                           "peut être réglée (statut " ffa_statut
                           ")."
                   ELSE
                       MOVE "P" TO ffa_statut
                       MOVE FUNCTION CURRENT-DATE TO Wdt
                       MOVE Wdt(1:8) TO ffa_datePaiement
                       REWRITE tamp_ffactures
                       END-REWRITE
                       DISPLAY "Paiement enregistré."
                   END-IF
           END-READ
           CLOSE ffactures.

       Balance_agee_factures.
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE 1 TO WidxAge
           PERFORM WITH TEST AFTER UNTIL WidxAge > 5
               MOVE 0 TO Wage-nombre(WidxAge)
               MOVE 0 TO Wage-montant(WidxAge)
               ADD 1 TO WidxAge
           END-PERFORM
           MOVE "non échues" TO Wage-libelle(1)
           MOVE "1 à 30 jours" TO Wage-libelle(2)
           MOVE "31 à 60 jours" TO Wage-libelle(3)
           MOVE "61 à 90 jours" TO Wage-libelle(4)
           MOVE "plus de 90 jours" TO Wage-libelle(5)

           MOVE "FACTAGEE" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "Factures fournisseurs impayées au " WdateJour(7:2)
               "/" WdateJour(5:2) "/" WdateJour(1:4)
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT ffactures
           IF cr_ffactures = 00 THEN
               MOVE 0 TO WfinFac2
               PERFORM WITH TEST AFTER UNTIL WfinFac2 = 1
                   READ ffactures NEXT
                       AT END MOVE 1 TO WfinFac2
                       NOT AT END
                           IF ffa_statut = "S" OR ffa_statut = "A"
                                   OR ffa_statut = "B" THEN
                               PERFORM Classer_facture_agee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ffactures
           END-IF
           MOVE "Synthèse par ancienneté de retard :" TO WligneEtat
           PERFORM Spool_ligne
           MOVE 1 TO WidxAge
           PERFORM WITH TEST AFTER UNTIL WidxAge > 5
               MOVE SPACES TO WligneEtat
               STRING "  " Wage-libelle(WidxAge) " : "
                   Wage-nombre(WidxAge) " facture(s), "
                   Wage-montant(WidxAge) " euros"
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               ADD 1 TO WidxAge
           END-PERFORM
           PERFORM Spool_fin.

       Classer_facture_agee.
           COMPUTE WjoursRetard = FUNCTION INTEGER-OF-DATE(WdateJour)
               - FUNCTION INTEGER-OF-DATE(ffa_echeance)
           IF WjoursRetard <= 0 THEN
               MOVE 1 TO WidxAge
           ELSE
               IF WjoursRetard <= 30 THEN
                   MOVE 2 TO WidxAge
               ELSE
                   IF WjoursRetard <= 60 THEN
                       MOVE 3 TO WidxAge
                   ELSE
                       IF WjoursRetard <= 90 THEN
                           MOVE 4 TO WidxAge
                       ELSE
                           MOVE 5 TO WidxAge
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO Wage-nombre(WidxAge)
           ADD ffa_montant TO Wage-montant(WidxAge)
           MOVE SPACES TO WligneEtat
           STRING "facture " ffa_id " n° " ffa_numero
               " fourn. " ffa_fournisseur " éch. " ffa_echeance
               " " ffa_montant " statut " ffa_statut
               " retard " WjoursRetard
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           ADD 1 TO WtotalEtat.

       GERE_FACTURES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 8 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Saisir une facture fournisseur "
           DISPLAY  "2. Relancer le rapprochement d'une facture "
           DISPLAY  "3. Factures en litige "
           DISPLAY  "4. Lever un litige (administrateur) "
           DISPLAY  "5. Enregistrer un paiement "
           DISPLAY  "6. Balance âgée des factures impayées "
           DISPLAY  "7.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Saisie_facture
           ELSE IF Wchoix = 2 THEN
               PERFORM Relance_rapprochement
           ELSE IF Wchoix = 3 THEN
               PERFORM Liste_litiges_factures
           ELSE IF Wchoix = 4 THEN
               PERFORM Resolution_litige_facture
           ELSE IF Wchoix = 5 THEN
               PERFORM Paiement_facture
           ELSE IF Wchoix = 6 THEN
               PERFORM Balance_agee_factures
           ELSE IF Wchoix = 7 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
