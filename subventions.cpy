               MOVE Wquantite TO Wcat-total(WnbLignesTpv)
           END-IF.

       Affectation_depense_subvention.
           DISPLAY "Affectation d'une dépense à une subvention"
           DISPLAY "Entrez l'ID de la subvention : "
           ACCEPT WidSubvention
           MOVE 0 TO Wtrouver
           OPEN INPUT fsubventions
           MOVE WidSubvention TO fsb_id
           READ fsubventions
               INVALID KEY
                   DISPLAY "La subvention n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF fsb_statut = "I" THEN
                       DISPLAY "Cette subvention est désactivée."
                       MOVE 1 TO Wtrouver
                   ELSE
                       MOVE fsb_dateDebut TO WdateDebut
                       MOVE fsb_dateFin TO WdateFin
                       MOVE fsb_montant TO WmontantSubvention
                   END-IF
           END-READ
           CLOSE fsubventions

           IF Wtrouver = 0 THEN
               MOVE SPACES TO WtypeAffect
               PERFORM WITH TEST AFTER
                       UNTIL WtypeAffect = "R" OR WtypeAffect = "F"
                           OR WtypeAffect = "A"
                   DISPLAY "Type de dépense (R=réception "
                       "fournisseur, F=note de frais, A=autre) : "
                   ACCEPT WtypeAffect
               END-PERFORM
               MOVE 0 TO WreferenceAffect
               MOVE 0 TO WmontantAffect
               MOVE SPACES TO WlibelleAffect
               IF WtypeAffect = "R" THEN
                   PERFORM Valoriser_reception_subvention
               END-IF
               IF WtypeAffect = "F" THEN
                   PERFORM Valoriser_frais_subvention
               END-IF
               IF WtypeAffect = "A" THEN
                   MOVE "Entrez la date de la dépense (AAAAMMJJ) : "
                       TO WinviteDate
                   PERFORM Saisir_date
                   MOVE Wdate TO WdateAffect
                   DISPLAY "Entrez le montant (euros) : "
                   ACCEPT WmontantAffect
                   DISPLAY "Entrez le libellé de la dépense : "
                   ACCEPT WlibelleAffect
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               IF WdateAffect < WdateDebut OR
                       WdateAffect > WdateFin THEN
                   DISPLAY "⚠️ Dépense du " WdateAffect
                       " hors de la période de la subvention ("
                       WdateDebut " - " WdateFin "). ⚠️"
                   MOVE 1 TO Wtrouver
               END-IF
               IF WmontantAffect = 0 THEN
                   DISPLAY "⚠️ Montant nul, affectation "
                       "refusée. ⚠️"
                   MOVE 1 TO Wtrouver
               END-IF
           END-IF

           IF Wtrouver = 0 AND WtypeAffect NOT = "A" THEN
               PERFORM Controler_double_affectation
               IF WrefDejaAffectee = 1 THEN
                   DISPLAY "⚠️ Cette dépense est déjà "
                       "affectée à une subvention. ⚠️"
                   MOVE 1 TO Wtrouver
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               PERFORM Cumuler_depenses_subvention
               IF WtotalDepense + WmontantAffect >
                       WmontantSubvention THEN
                   COMPUTE WresteSubvention =
                       WmontantSubvention - WtotalDepense
                   DISPLAY "⚠️ Montant supérieur au solde "
                       "disponible ("
                       WresteSubvention " euros). ⚠️"
                   MOVE 1 TO Wtrouver
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               OPEN I-O increment
               MOVE "SA" TO autoinc_entite
               READ increment
                   INVALID KEY
                       MOVE "SA" TO autoinc_entite
                       MOVE 00001 TO autoinc_num
                       WRITE autoinc
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO autoinc_num
                       REWRITE autoinc
                       END-REWRITE
               END-READ
               CLOSE increment

               MOVE FUNCTION CURRENT-DATE TO Wdt
               OPEN I-O fsubv-affect
               MOVE autoinc_num TO fsa_id
               MOVE WidSubvention TO fsa_subvention
               MOVE WtypeAffect TO fsa_type
               MOVE WreferenceAffect TO fsa_reference
               MOVE WdateAffect TO fsa_date
               MOVE WmontantAffect TO fsa_montant
               MOVE WlibelleAffect TO fsa_libelle
               MOVE "A" TO fsa_statut
               MOVE WidUtilisateurConnecte TO fsa_saisiPar
               MOVE Wdt(1:8) TO fsa_saisiDate
               WRITE tamp_fsubv-affect
               END-WRITE
               CLOSE fsubv-affect
               DISPLAY "Affectation " fsa_id " de " WmontantAffect
                   " euros enregistrée."
               ADD WmontantAffect TO WtotalDepense
               PERFORM Controle_consommation_subvention
               DISPLAY "Dépensé " WtotalDepense " sur "
                   WmontantSubvention " euros (" WtauxConso " %)"
               IF WtauxConso > 90 THEN
                   DISPLAY "⚠️ Subvention consommée à plus de "
                       "90 %. ⚠️"
               END-IF
           END-IF.

       Valoriser_reception_subvention.
           DISPLAY "Entrez l'ID de la réception : "
           ACCEPT WreferenceAffect
           OPEN INPUT freceptions
           MOVE WreferenceAffect TO fre_id
           READ freceptions
               INVALID KEY
                   DISPLAY "La réception n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   MOVE fre_date TO WdateAffect
                   MOVE fre_fournisseur TO WidFournisseur
                   MOVE fre_produit TO Wproduit
                   MOVE fre_quantite TO Wquantite
           END-READ
           CLOSE freceptions
           IF Wtrouver = 0 THEN
               PERFORM Lire_dernier_prix_fournisseur
               IF WprixTrouve = 0 THEN
                   DISPLAY "⚠️ Aucun prix connu pour ce "
                       "fournisseur et ce produit. ⚠️"
                   MOVE 1 TO Wtrouver
               ELSE
                   COMPUTE WmontantAffect ROUNDED =
                       Wquantite * WdernierPrix
                   STRING "Réception " WreferenceAffect
                       " fourn. " WidFournisseur
                       DELIMITED BY SIZE INTO WlibelleAffect
                   DISPLAY "Réception du " WdateAffect " : " Wquantite
                       " x " WdernierPrix " = " WmontantAffect
                       " euros"
               END-IF
           END-IF.

       Valoriser_frais_subvention.
           DISPLAY "Entrez l'ID de la note de frais : "
           ACCEPT WreferenceAffect
           OPEN INPUT ffrais
           MOVE WreferenceAffect TO ffr_id
           READ ffrais
               INVALID KEY
                   DISPLAY "La note de frais n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF ffr_statut NOT = "V" OR ffr_choix NOT = "P"
                       DISPLAY "Seules les notes remboursées "
                           "peuvent être affectées."
                       MOVE 1 TO Wtrouver
                   ELSE
                       MOVE ffr_date TO WdateAffect
                       MOVE ffr_montant TO WmontantAffect
                       MOVE ffr_libelle TO WlibelleAffect
                   END-IF
           END-READ
           CLOSE ffrais.

       Controler_double_affectation.
           MOVE 0 TO WrefDejaAffectee
           OPEN INPUT fsubv-affect
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fsubv-affect NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fsa_type = WtypeAffect AND
                               fsa_reference = WreferenceAffect AND
                               fsa_statut = "A" THEN
                           MOVE 1 TO WrefDejaAffectee
                           MOVE 1 TO Wfin2
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fsubv-affect.

       Cumuler_depenses_subvention.
           MOVE 0 TO WtotalDepense
           OPEN INPUT fsubv-affect
           MOVE 0 TO Wfin2
           MOVE WidSubvention TO fsa_subvention
           START fsubv-affect KEY IS EQUAL TO fsa_subvention
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fsubv-affect NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fsa_subvention NOT = WidSubvention THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fsa_statut = "A" THEN
                               ADD fsa_montant TO WtotalDepense
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fsubv-affect.

       Controle_consommation_subvention.
           MOVE 0 TO WresteSubvention
           IF WmontantSubvention > WtotalDepense THEN
               COMPUTE WresteSubvention =
                   WmontantSubvention - WtotalDepense
           END-IF
           MOVE 0 TO WtauxConso
           IF WmontantSubvention > 0 THEN
               COMPUTE WtauxConso =
                   (WtotalDepense * 100) / WmontantSubvention
           END-IF
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           COMPUTE WjoursInt =
               FUNCTION INTEGER-OF-DATE(WdateJour) + 30
           COMPUTE WdateAlerte = FUNCTION DATE-OF-INTEGER(WjoursInt).

       Grand_livre_subvention.
           DISPLAY "Grand livre d'une subvention"
           DISPLAY "Entrez l'ID de la subvention : "
           ACCEPT WidSubvention
           MOVE 0 TO Wtrouver
           OPEN INPUT fsubventions
           MOVE WidSubvention TO fsb_id
           READ fsubventions
               INVALID KEY
                   DISPLAY "La subvention n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   MOVE fsb_dateFin TO WdateFin
                   MOVE fsb_montant TO WmontantSubvention
                   DISPLAY "Subvention " fsb_id " " fsb_libelle
                   DISPLAY "Période du " fsb_dateDebut
                       " au " fsb_dateFin
           END-READ
           CLOSE fsubventions

           IF Wtrouver = 0 THEN
               DISPLAY "ID    Date     T Réf.   Montant      Libellé"
               OPEN INPUT fsubv-affect
               MOVE 0 TO Wfin
               MOVE 0 TO WpageCompteur
               MOVE WidSubvention TO fsa_subvention
               START fsubv-affect KEY IS EQUAL TO fsa_subvention
                   INVALID KEY MOVE 1 TO Wfin
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsubv-affect NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fsa_subvention NOT = WidSubvention THEN
                               MOVE 1 TO Wfin
                           ELSE
                               IF fsa_statut = "A" THEN
                                   DISPLAY fsa_id " " fsa_date " "
                                       fsa_type " " fsa_reference " "
                                       fsa_montant " " fsa_libelle
                                   PERFORM Pagination_controle
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fsubv-affect
               PERFORM Cumuler_depenses_subvention
               PERFORM Controle_consommation_subvention
               DISPLAY "Alloué   : " WmontantSubvention " euros"
               DISPLAY "Dépensé  : " WtotalDepense " euros ("
                   WtauxConso " %)"
               DISPLAY "Restant  : " WresteSubvention " euros"
               IF WtauxConso > 90 THEN
                   DISPLAY "⚠️ Subvention consommée à plus de "
                       "90 %. ⚠️"
               END-IF
               IF WresteSubvention > 0 AND
                       WdateFin <= WdateAlerte THEN
                   DISPLAY "⚠️ Subvention se terminant le " WdateFin
                       " avec un reliquat non dépensé. ⚠️"
               END-IF
           END-IF.

       Etat_consommation_subventions.
           MOVE "CONSSUB" TO WcodeEtat
           PERFORM Spool_debut
           MOVE "=== CONSOMMATION DES SUBVENTIONS ===" TO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT fsubventions
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fsubventions NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fsb_statut NOT = "I" THEN
                           PERFORM Imprimer_consommation_subvention
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fsubventions
           PERFORM Spool_fin.

       Imprimer_consommation_subvention.
           MOVE fsb_id TO WidSubvention
           MOVE fsb_montant TO WmontantSubvention
           PERFORM Cumuler_depenses_subvention
           PERFORM Controle_consommation_subvention
           MOVE SPACES TO WligneEtat
           STRING "subvention " fsb_id " " fsb_libelle
               " fin " fsb_dateFin
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "   alloué " WmontantSubvention
               " dépensé " WtotalDepense
               " restant " WresteSubvention
               " (" WtauxConso " %)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           IF WtauxConso > 90 THEN
               MOVE "   ⚠️ consommée à plus de 90 %" TO WligneEtat
               PERFORM Spool_ligne
           END-IF
           IF WresteSubvention > 0 AND fsb_dateFin <= WdateAlerte
               MOVE SPACES TO WligneEtat
               IF fsb_dateFin < WdateJour THEN
                   STRING "   ⚠️ terminée avec un reliquat de "
                       WresteSubvention " euros"
                       DELIMITED BY SIZE INTO WligneEtat
               ELSE
                   STRING "   ⚠️ se termine avec un reliquat de "
                       WresteSubvention " euros"
                       DELIMITED BY SIZE INTO WligneEtat
               END-IF
               PERFORM Spool_ligne
           END-IF
           ADD 1 TO WtotalEtat.

       Annulation_affectation_subvention.
           DISPLAY "Entrez l'ID de l'affectation à annuler : "
           ACCEPT WidAffect
           OPEN I-O fsubv-affect
           MOVE WidAffect TO fsa_id
           READ fsubv-affect
               INVALID KEY
                   DISPLAY "L'affectation n'existe pas."
               NOT INVALID KEY
                   IF fsa_statut = "I" THEN
                       DISPLAY "Cette affectation est déjà annulée."
                   ELSE
                       MOVE "I" TO fsa_statut
                       MOVE WidUtilisateurConnecte TO fsa_saisiPar
                       MOVE FUNCTION CURRENT-DATE TO Wdt
                       MOVE Wdt(1:8) TO fsa_saisiDate
                       REWRITE tamp_fsubv-affect
                       END-REWRITE
                       DISPLAY "Affectation annulée."
                   END-IF
           END-READ
           CLOSE fsubv-affect.

       GERE_SUBVENTIONS.
       MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 12 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter un financeur "
           DISPLAY  "2. Afficher les financeurs "
           DISPLAY  "3. Ajouter une subvention "
           DISPLAY  "4. Afficher les subventions "
           DISPLAY  "5. État de justification "
           DISPLAY  "6. Affecter une dépense "
           DISPLAY  "7. Grand livre d'une subvention "
           DISPLAY  "8. État de consommation des subventions "
           DISPLAY  "9. Annuler une affectation "
           DISPLAY  "10. Budget annuel "
           DISPLAY  "11.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Ajout_financeurs
           ELSE IF Wchoix2= 5 THEN
               PERFORM Etat_justification_subvention
           ELSE IF Wchoix2= 6 THEN
               PERFORM Affectation_depense_subvention
           ELSE IF Wchoix2= 7 THEN
               PERFORM Grand_livre_subvention
           ELSE IF Wchoix2= 8 THEN
               PERFORM Etat_consommation_subventions
           ELSE IF Wchoix2= 9 THEN
               PERFORM Annulation_affectation_subvention
           ELSE IF Wchoix2= 10 THEN
               PERFORM GERE_BUDGET
           ELSE IF Wchoix2= 11 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
