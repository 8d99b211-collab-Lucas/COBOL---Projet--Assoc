       Attestation_benevolat.
           DISPLAY "Attestation de bénévolat"
           DISPLAY "Entrez l'ID du bénévole : "
           ACCEPT Wid
           MOVE 0 TO Wtrouver
           OPEN INPUT fbe
           MOVE Wid TO fbe_id
           READ fbe
               INVALID KEY
                   DISPLAY "Le bénévole n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   MOVE fbe_nom TO WnomAt
                   MOVE fbe_prenom TO WprenomAt
                   MOVE fbe_dateInscription TO WinscriptionAt
                   MOVE fbe_role TO WroleAt
                   MOVE fbe_idGroupe TO WgroupeAt
           END-READ
           CLOSE fbe

           IF Wtrouver = 0 THEN
               MOVE "Début de période (AAAAMMJJ) : " TO WinviteDate
               PERFORM Saisir_date
               MOVE Wdate TO WdebutAt
               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   MOVE "Fin de période (AAAAMMJJ) : " TO WinviteDate
                   PERFORM Saisir_date
                   IF Wdate < WdebutAt THEN
                       DISPLAY "⚠️ La fin doit suivre le "
                           "début. ⚠️"
                   ELSE
                       MOVE 1 TO Wtrouve
                   END-IF
               END-PERFORM
               MOVE Wdate TO WfinAt

               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE Wdt(1:8) TO WdateJour
               PERFORM Calculer_anciennete_attest
               PERFORM Cumuler_heures_attest
               PERFORM Cumuler_pointages_attest
               PERFORM Compter_distributions_attest
               PERFORM Compter_collectes_attest
               PERFORM Compter_tournees_attest
               PERFORM Lire_signataire_attest

               OPEN I-O increment
               MOVE "AB" TO autoinc_entite
               READ increment
                   INVALID KEY
                       MOVE 1 TO autoinc_num
                       WRITE autoinc
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO autoinc_num
                       REWRITE autoinc
                       END-REWRITE
               END-READ
               CLOSE increment
               MOVE autoinc_num TO WidAttest

               PERFORM Imprimer_attestation
               PERFORM Enregistrer_attestation
           END-IF.

       Calculer_anciennete_attest.
           MOVE WdateJour(1:4) TO WaaJourAt
           MOVE WdateJour(5:2) TO WmmJourAt
           MOVE WdateJour(7:2) TO WjjJourAt
           MOVE WinscriptionAt(1:4) TO WaaInsAt
           MOVE WinscriptionAt(5:2) TO WmmInsAt
           MOVE WinscriptionAt(7:2) TO WjjInsAt
           MOVE 0 TO WmoisAncAt
           IF WinscriptionAt NOT = 0 AND
                   WinscriptionAt <= WdateJour THEN
               COMPUTE WmoisAncAt = (WaaJourAt * 12 + WmmJourAt)
                   - (WaaInsAt * 12 + WmmInsAt)
               IF WjjJourAt < WjjInsAt AND WmoisAncAt > 0 THEN
                   SUBTRACT 1 FROM WmoisAncAt
               END-IF
           END-IF
           DIVIDE WmoisAncAt BY 12 GIVING WansAncAt
               REMAINDER WresteMoisAt.

       Cumuler_heures_attest.
           MOVE 0 TO WheuresAt
           OPEN INPUT fheures
           MOVE 0 TO Wfin
           MOVE Wid TO fhe_benevole
           START fheures KEY IS EQUAL TO fhe_benevole
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fheures NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fhe_benevole NOT = Wid THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF fhe_date >= WdebutAt AND
                                   fhe_date <= WfinAt THEN
                               ADD fhe_nbHeures TO WheuresAt
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fheures.

       Cumuler_pointages_attest.
           MOVE 0 TO WheuresPointeesAt
           OPEN INPUT fpointages
           MOVE 0 TO Wfin
           MOVE Wid TO fpg_benevole
           START fpointages KEY IS EQUAL TO fpg_benevole
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fpointages NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fpg_benevole NOT = Wid THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF fpg_date >= WdebutAt AND
                                   fpg_date <= WfinAt AND
                                   fpg_heureDepart NOT = 0 THEN
                               COMPUTE WminutesArrivee =
                                   (fpg_heureArrivee / 10000) * 60
                                   + FUNCTION MOD(
                                   fpg_heureArrivee / 100, 100)
                               COMPUTE WminutesDepart =
                                   (fpg_heureDepart / 10000) * 60
                                   + FUNCTION MOD(
                                   fpg_heureDepart / 100, 100)
                               IF WminutesDepart > WminutesArrivee
                                   THEN
                                   COMPUTE WheuresPointeesAt =
                                       WheuresPointeesAt +
                                       (WminutesDepart
                                       - WminutesArrivee + 59) / 60
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fpointages.

       Compter_distributions_attest.
           MOVE 0 TO WnbDistribAt
           OPEN INPUT faffectations
           MOVE 0 TO Wfin
           MOVE Wid TO faf_benevole
           START faffectations KEY IS EQUAL TO faf_benevole
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ faffectations NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF faf_benevole NOT = Wid THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF faf_statut = "A" THEN
                               OPEN INPUT fdistributions
                               MOVE faf_distribution TO fdi_id
                               READ fdistributions
                                   NOT INVALID KEY
                                       IF fdi_date >= WdebutAt AND
                                           fdi_date <= WfinAt AND
                                           fdi_statut NOT = "X" AND
                                           fdi_statut NOT = "I" THEN
                                           ADD 1 TO WnbDistribAt
                                       END-IF
                               END-READ
                               CLOSE fdistributions
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE faffectations.

       Compter_collectes_attest.
           MOVE 0 TO WnbCollectesAt
           OPEN INPUT fcollecte-equipe
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fcollecte-equipe NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fcq_benevole = Wid THEN
                           OPEN INPUT fcollectes
                           MOVE fcq_collecte TO fcl_id
                           READ fcollectes
                               NOT INVALID KEY
                                   IF fcl_date >= WdebutAt AND
                                           fcl_date <= WfinAt AND
                                           fcl_statut NOT = "I" THEN
                                       ADD 1 TO WnbCollectesAt
                                   END-IF
                           END-READ
                           CLOSE fcollectes
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fcollecte-equipe.

       Compter_tournees_attest.
           MOVE 0 TO WnbTourneesAt
           OPEN INPUT ftournees
           MOVE 0 TO Wfin
           MOVE WdebutAt TO fto_date
           START ftournees KEY IS NOT LESS THAN fto_date
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ ftournees NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fto_date > WfinAt THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF fto_chauffeur = Wid AND
                                   fto_statut NOT = "I" THEN
                               ADD 1 TO WnbTourneesAt
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ftournees.

       Lire_signataire_attest.
           MOVE SPACES TO WnomSignAt
           MOVE SPACES TO WprenomSignAt
           OPEN INPUT fbe
           MOVE WidUtilisateurConnecte TO fbe_id
           READ fbe
               NOT INVALID KEY
                   MOVE fbe_nom TO WnomSignAt
                   MOVE fbe_prenom TO WprenomSignAt
           END-READ
           CLOSE fbe.

       Imprimer_attestation.
           MOVE "ATTESTB" TO WcodeEtat
           MOVE 1 TO WspoolForce
           PERFORM Spool_debut
           MOVE "============================================"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE "          ATTESTATION DE BENEVOLAT" TO WligneEtat
           PERFORM Spool_ligne
           MOVE "============================================"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Attestation n. " WidAttest
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE "L'association Kermito atteste que :" TO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "   " FUNCTION TRIM(WprenomAt) " "
               FUNCTION TRIM(WnomAt) " (bénévole n. " Wid ")"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "est bénévole depuis le " WinscriptionAt
               " (ancienneté : " WansAncAt " an(s) "
               WresteMoisAt " mois)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Sur la période du " WdebutAt " au " WfinAt " :"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "   heures de bénévolat : " WheuresAt
               " (dont " WheuresPointeesAt
               " constatée(s) par pointage)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "   distributions : " WnbDistribAt
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "   collectes     : " WnbCollectesAt
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "   tournées      : " WnbTourneesAt
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           ADD WheuresAt TO WtotalEtat

           MOVE SPACES TO WlibelleAt
           OPEN INPUT froles
           MOVE WroleAt TO fro_code
           READ froles
               NOT INVALID KEY
                   MOVE fro_libelle TO WlibelleAt
           END-READ
           CLOSE froles
           MOVE SPACES TO WligneEtat
           STRING "Rôle tenu : " FUNCTION TRIM(WlibelleAt)
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           PERFORM Lister_groupes_attest
           PERFORM Lister_certifications_attest

           MOVE "--------------------------------------------"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Fait le " WdateJour
               " pour servir et valoir ce que de droit."
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Pour l'association : "
               FUNCTION TRIM(WprenomSignAt) " "
               FUNCTION TRIM(WnomSignAt)
               " (n. " WidUtilisateurConnecte ")"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE "Signature : ......................" TO WligneEtat
           PERFORM Spool_ligne
           MOVE "============================================"
               TO WligneEtat
           PERFORM Spool_ligne
           PERFORM Spool_fin.

       Lister_groupes_attest.
           MOVE 0 TO Wtrouve
           OPEN INPUT fliaisongroupe
           MOVE 0 TO Wfin
           MOVE Wid TO fgl_idBenevole
           START fliaisongroupe KEY IS EQUAL TO fgl_idBenevole
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fliaisongroupe NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fgl_idBenevole NOT = Wid THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE fgl_idGroupe TO WgroupeLuAt
                           PERFORM Imprimer_groupe_attest
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fliaisongroupe
           IF Wtrouve = 0 AND WgroupeAt NOT = 0 THEN
               MOVE WgroupeAt TO WgroupeLuAt
               PERFORM Imprimer_groupe_attest
           END-IF.

       Imprimer_groupe_attest.
           MOVE SPACES TO WlibelleAt
           OPEN INPUT fgroupes
           MOVE WgroupeLuAt TO fgr_id
           READ fgroupes
               NOT INVALID KEY
                   MOVE fgr_specialite TO WlibelleAt
           END-READ
           CLOSE fgroupes
           MOVE SPACES TO WligneEtat
           STRING "Groupe : " WgroupeLuAt " "
               FUNCTION TRIM(WlibelleAt)
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE 1 TO Wtrouve.

       Lister_certifications_attest.
           OPEN INPUT fcertifications
           MOVE 0 TO Wfin
           MOVE Wid TO fct_benevole
           MOVE LOW-VALUES TO fct_code
           START fcertifications KEY IS NOT LESS THAN fct_cle
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fcertifications NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fct_benevole NOT = Wid THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF fct_dateExpiration = 0 OR
                                   fct_dateExpiration >= WdateJour
                               THEN
                               MOVE SPACES TO WligneEtat
                               STRING "Certification valide : "
                                   fct_code " "
                                   FUNCTION TRIM(fct_libelle)
                                   " (obtenue le "
                                   fct_dateObtention ")"
                                   DELIMITED BY SIZE INTO WligneEtat
                               PERFORM Spool_ligne
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fcertifications.

       Enregistrer_attestation.
           OPEN I-O fattestations
           MOVE WidAttest TO fab_id
           MOVE Wid TO fab_benevole
           MOVE WdebutAt TO fab_dateDebut
           MOVE WfinAt TO fab_dateFin
           MOVE WheuresAt TO fab_heures
           MOVE WnbDistribAt TO fab_nbDistrib
           MOVE WnbCollectesAt TO fab_nbCollectes
           MOVE WnbTourneesAt TO fab_nbTournees
           MOVE WidUtilisateurConnecte TO fab_emisPar
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO fab_date
           MOVE Wdt(9:6) TO fab_heure
           WRITE tamp_fattestations
           END-WRITE
           CLOSE fattestations
           DISPLAY "Attestation " WidAttest
               " enregistrée au registre.".

       Registre_attestations.
           DISPLAY "Registre des attestations de bénévolat"
           DISPLAY "Entrez l'ID du bénévole (0 pour toutes) : "
           ACCEPT Wid
           MOVE 0 TO Wtrouve
           OPEN INPUT fattestations
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fattestations NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF Wid = 0 OR fab_benevole = Wid THEN
                           DISPLAY "n. " fab_id
                               " bénévole " fab_benevole
                               " période " fab_dateDebut
                               "-" fab_dateFin
                               " heures " fab_heures
                           DISPLAY "     émise le " fab_date
                               " " fab_heure
                               " par " fab_emisPar
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fattestations
           IF Wtrouve = 0 THEN
               DISPLAY "Aucune attestation délivrée."
           END-IF.
