       Declaration_note_frais.
           DISPLAY "Déclaration d'une note de frais"
           MOVE 0 TO Wtrouver
           MOVE SPACES TO WtypeLien
           PERFORM WITH TEST AFTER
                   UNTIL WtypeLien = "T" OR WtypeLien = "R"
                       OR WtypeLien = "C"
               DISPLAY "Frais liés à une tournée, une ramasse ou "
                   "une collecte ? (T/R/C) : "
               ACCEPT WtypeLien
           END-PERFORM
           DISPLAY "Entrez l'ID de l'activité : "
           ACCEPT WidActivite
           PERFORM Controler_lien_frais

           IF Wtrouver = 0 THEN
               MOVE "Entrez la date des frais (AAAAMMJJ) : "
                   TO WinviteDate
               PERFORM Saisir_date
               MOVE Wdate TO WdateExercice
               PERFORM Controler_exercice_ouvert
           END-IF

           IF Wtrouver = 0 THEN
               MOVE SPACES TO WnatureFrais
               PERFORM WITH TEST AFTER
                       UNTIL WnatureFrais = "K" OR WnatureFrais = "D"
                   DISPLAY "Nature (K=kilométrique, D=débours) : "
                   ACCEPT WnatureFrais
               END-PERFORM
               MOVE 0 TO WkmFrais
               MOVE 0 TO Wmontant
               IF WnatureFrais = "K" THEN
                   DISPLAY "Entrez le nombre de kilomètres : "
                   ACCEPT WkmFrais
                   MOVE "FRAISKM" TO WcodeParam
                   MOVE Wdate TO WdateParam
                   PERFORM Lire_parametre
                   MOVE WvaleurParam TO WbaremeKm
                   IF WbaremeKm = 0 THEN
                       MOVE 335 TO WbaremeKm
                   END-IF
                   COMPUTE Wmontant ROUNDED =
                       (WkmFrais * WbaremeKm) / 1000
                   MOVE "Indemnités kilométriques" TO WlibelleFrais
                   DISPLAY "Montant au barème : " Wmontant " euros"
               ELSE
                   DISPLAY "Entrez le montant (euros) : "
                   ACCEPT Wmontant
                   DISPLAY "Entrez le libellé de la dépense : "
                   ACCEPT WlibelleFrais
               END-IF
               IF Wmontant = 0 THEN
                   DISPLAY "⚠️ Montant nul, note refusée. ⚠️"
                   MOVE 1 TO Wtrouver
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               OPEN I-O increment
               MOVE "NF" TO autoinc_entite
               READ increment
                   INVALID KEY
                       MOVE "NF" TO autoinc_entite
                       MOVE 00001 TO autoinc_num
                       WRITE autoinc
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO autoinc_num
                       REWRITE autoinc
                       END-REWRITE
               END-READ
               CLOSE increment

               OPEN I-O ffrais
               MOVE autoinc_num TO ffr_id
               MOVE WidUtilisateurConnecte TO ffr_benevole
               MOVE Wdate TO ffr_date
               MOVE WtypeLien TO ffr_typeLien
               MOVE WidActivite TO ffr_reference
               MOVE WnatureFrais TO ffr_nature
               MOVE WkmFrais TO ffr_km
               MOVE Wmontant TO ffr_montant
               MOVE WlibelleFrais TO ffr_libelle
               MOVE "S" TO ffr_statut
               MOVE SPACE TO ffr_choix
               MOVE 0 TO ffr_validePar
               MOVE 0 TO ffr_dateValidation
               MOVE SPACES TO ffr_motif
               MOVE 0 TO ffr_dateReglement
               MOVE 0 TO ffr_don
               WRITE tamp_ffrais
               END-WRITE
               CLOSE ffrais
               DISPLAY "Note de frais " ffr_id " soumise."
           END-IF.

       Controler_lien_frais.
           IF WtypeLien = "T" THEN
               OPEN INPUT ftournees
               MOVE WidActivite TO fto_id
               READ ftournees
                   INVALID KEY
                       DISPLAY "La tournée n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       IF fto_statut = "I" THEN
                           DISPLAY "Cette tournée est annulée."
                           MOVE 1 TO Wtrouver
                       END-IF
               END-READ
               CLOSE ftournees
           ELSE IF WtypeLien = "R" THEN
               OPEN INPUT framasses
               MOVE WidActivite TO frm_id
               READ framasses
                   INVALID KEY
                       DISPLAY "La ramasse n'existe pas."
                       MOVE 1 TO Wtrouver
               END-READ
               CLOSE framasses
           ELSE
               OPEN INPUT fcollectes
               MOVE WidActivite TO fcl_id
               READ fcollectes
                   INVALID KEY
                       DISPLAY "La collecte n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       IF fcl_statut = "I" THEN
                           DISPLAY "Cette collecte est annulée."
                           MOVE 1 TO Wtrouver
                       END-IF
               END-READ
               CLOSE fcollectes
           END-IF.

       Mes_notes_frais.
           DISPLAY "Mes notes de frais"
           DISPLAY "ID    Date     Act.       Montant  Statut Choix"
           MOVE 0 TO WnbFrais
           OPEN INPUT ffrais
           MOVE 0 TO Wfin
           MOVE WidUtilisateurConnecte TO ffr_benevole
           START ffrais KEY IS EQUAL TO ffr_benevole
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ ffrais NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF ffr_benevole NOT = WidUtilisateurConnecte
                           MOVE 1 TO Wfin
                       ELSE
                           DISPLAY ffr_id " " ffr_date " "
                               ffr_typeLien ffr_reference " "
                               ffr_montant " " ffr_statut " "
                               ffr_choix
                           IF ffr_statut = "R" THEN
                               DISPLAY "      motif : " ffr_motif
                           END-IF
                           ADD 1 TO WnbFrais
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ffrais
           IF WnbFrais = 0 THEN
               DISPLAY "Aucune note de frais."
           ELSE
               DISPLAY "Statut : S=soumise V=validée R=rejetée"
               DISPLAY "Choix  : P=remboursement A=abandon en don"
               DISPLAY "Régler une note validée ? (O/N) : "
               ACCEPT Wreponse
               IF Wreponse = "O" THEN
                   PERFORM Choix_reglement_frais
               END-IF
           END-IF.

       Choix_reglement_frais.
           DISPLAY "Entrez l'ID de la note de frais : "
           ACCEPT WidFrais
           MOVE 0 TO Wtrouver
           OPEN I-O ffrais
           MOVE WidFrais TO ffr_id
           READ ffrais
               INVALID KEY
                   DISPLAY "La note de frais n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF ffr_benevole NOT = WidUtilisateurConnecte THEN
                       DISPLAY "Cette note ne vous appartient pas."
                       MOVE 1 TO Wtrouver
                   ELSE IF ffr_statut NOT = "V" THEN
                       DISPLAY "Cette note n'est pas validée."
                       MOVE 1 TO Wtrouver
                   ELSE IF ffr_choix NOT = SPACE THEN
                       DISPLAY "Cette note est déjà réglée."
                       MOVE 1 TO Wtrouver
                   END-IF
           END-READ
           IF Wtrouver = 0 THEN
               MOVE ffr_date TO WdateExercice
               PERFORM Controler_exercice_ouvert
           END-IF

           IF Wtrouver = 0 THEN
               DISPLAY "Montant : " ffr_montant " euros"
               MOVE SPACES TO WchoixFrais
               PERFORM WITH TEST AFTER
                       UNTIL WchoixFrais = "P" OR WchoixFrais = "A"
                   DISPLAY "Remboursement ou abandon au profit de "
                       "l'association ? (P/A) : "
                   ACCEPT WchoixFrais
               END-PERFORM
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE WchoixFrais TO ffr_choix
               MOVE Wdt(1:8) TO ffr_dateReglement
               MOVE ffr_montant TO Wmontant
               IF WchoixFrais = "A" THEN
                   PERFORM Abandon_frais_en_don
               END-IF
               REWRITE tamp_ffrais
               END-REWRITE
           END-IF
           CLOSE ffrais

           IF Wtrouver = 0 THEN
               IF WchoixFrais = "A" THEN
                   DISPLAY "Frais abandonnés au profit de "
                       "l'association, don enregistré."
                   PERFORM Imprimer_recu_fiscal
               ELSE
                   DISPLAY "Remboursement enregistré."
               END-IF
           END-IF.

       Abandon_frais_en_don.
           OPEN INPUT fbe
           MOVE WidUtilisateurConnecte TO fbe_id
           READ fbe
               INVALID KEY
                   MOVE SPACES TO fbe_nom
                   MOVE SPACES TO fbe_prenom
                   MOVE SPACES TO fbe_adresse
           END-READ
           CLOSE fbe
           MOVE SPACES TO WnomDonateur
           STRING fbe_nom DELIMITED BY "  "
               " " DELIMITED BY SIZE
               fbe_prenom DELIMITED BY "  "
               INTO WnomDonateur
           END-STRING

           MOVE 0 TO WidDonateur
           OPEN INPUT fdonateurs
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fdonateurs NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fdo_nom = WnomDonateur
                               AND fdo_statut NOT = "I" THEN
                           MOVE fdo_id TO WidDonateur
                           MOVE 1 TO Wfin2
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fdonateurs

           MOVE FUNCTION CURRENT-DATE TO Wdt
           IF WidDonateur = 0 THEN
               OPEN I-O increment
               MOVE "DO" TO autoinc_entite
               READ increment
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
               CLOSE increment
               MOVE autoinc_num TO WidDonateur

               OPEN I-O fdonateurs
               MOVE WidDonateur TO fdo_id
               MOVE WnomDonateur TO fdo_nom
               MOVE fbe_adresse TO fdo_adresse
               MOVE "A" TO fdo_statut
               MOVE WidUtilisateurConnecte TO fdo_modifPar
               MOVE Wdt(1:8) TO fdo_modifDate
               MOVE Wdt(9:6) TO fdo_modifHeure
               WRITE tamp_fdonateurs
               END-WRITE
               CLOSE fdonateurs
               DISPLAY "Donateur " WidDonateur " créé."
           END-IF

           OPEN I-O increment
           MOVE "RF" TO autoinc_entite
           READ increment
               ADD 1 TO autoinc_num
               REWRITE autoinc
               END-REWRITE
           CLOSE increment
           MOVE autoinc_num TO WnumRecu

           OPEN I-O increment
           MOVE "DN" TO autoinc_entite
           READ increment
               ADD 1 TO autoinc_num
               REWRITE autoinc
               END-REWRITE
           CLOSE increment

           MOVE "M" TO WtypeDon
           MOVE 0 TO Wproduit
           MOVE 0 TO WidC
           MOVE 0 TO Wquantite
           OPEN I-O fdons
           MOVE autoinc_num TO fdn_id
           MOVE WidDonateur TO fdn_donateur
           MOVE Wdt(1:8) TO fdn_date
           MOVE WtypeDon TO fdn_type
           MOVE Wproduit TO fdn_produit
           MOVE WidC TO fdn_centre
           MOVE Wquantite TO fdn_quantite
           MOVE Wmontant TO fdn_montant
           MOVE WnumRecu TO fdn_recu
           WRITE tamp_fdons
           END-WRITE
           MOVE fdn_id TO ffr_don
           MOVE 0 TO WrecuRemplace
           PERFORM Enregistrer_recu
           CLOSE fdons.

       Validation_notes_frais.
           DISPLAY "Notes de frais en attente de validation"
           MOVE 0 TO WnbFrais
           OPEN INPUT ffrais
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ ffrais NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF ffr_statut = "S" THEN
                           DISPLAY ffr_id " bénévole " ffr_benevole
                               " du " ffr_date " "
                               ffr_typeLien ffr_reference " "
                               ffr_nature " " ffr_km " km "
                               ffr_montant " euros"
                           DISPLAY "      " ffr_libelle
                           ADD 1 TO WnbFrais
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ffrais

           IF WnbFrais = 0 THEN
               DISPLAY "Aucune note de frais en attente."
           ELSE
               DISPLAY "Entrez l'ID de la note à traiter : "
               ACCEPT WidFrais
               MOVE 0 TO Wtrouver
               OPEN I-O ffrais
               MOVE WidFrais TO ffr_id
               READ ffrais
                   INVALID KEY
                       DISPLAY "La note de frais n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       IF ffr_statut NOT = "S" THEN
                           DISPLAY "Cette note est déjà traitée."
                           MOVE 1 TO Wtrouver
                       ELSE IF ffr_benevole = WidUtilisateurConnecte
                           DISPLAY "⚠️ Vous ne pouvez pas valider "
                               "votre propre note. ⚠️"
                           MOVE 1 TO Wtrouver
                       END-IF
               END-READ
               IF Wtrouver = 0 THEN
                   MOVE ffr_date TO WdateExercice
                   PERFORM Controler_exercice_ouvert
               END-IF
               IF Wtrouver = 0 THEN
                   MOVE SPACES TO WstatutFrais
                   PERFORM WITH TEST AFTER
                           UNTIL WstatutFrais = "V"
                               OR WstatutFrais = "R"
                       DISPLAY "Valider ou rejeter ? (V/R) : "
                       ACCEPT WstatutFrais
                   END-PERFORM
                   MOVE SPACES TO WmotifFrais
                   IF WstatutFrais = "R" THEN
                       DISPLAY "Motif du rejet : "
                       ACCEPT WmotifFrais
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO Wdt
                   MOVE WstatutFrais TO ffr_statut
                   MOVE WidUtilisateurConnecte TO ffr_validePar
                   MOVE Wdt(1:8) TO ffr_dateValidation
                   MOVE WmotifFrais TO ffr_motif
                   REWRITE tamp_ffrais
                   END-REWRITE
                   IF WstatutFrais = "V" THEN
                       DISPLAY "Note de frais validée."
                   ELSE
                       DISPLAY "Note de frais rejetée."
                   END-IF
               END-IF
               CLOSE ffrais
           END-IF.

       Affichage_notes_frais.
           DISPLAY "Entrez le mois (AAAAMM) : "
           ACCEPT WmoisCible
           MOVE 0 TO WnbFrais
           MOVE 0 TO WtotalFrais
           OPEN INPUT ffrais
           MOVE 0 TO Wfin
           MOVE 0 TO WpageCompteur
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ ffrais NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF ffr_date / 100 = WmoisCible THEN
                           DISPLAY ffr_id " bénévole " ffr_benevole
                               " du " ffr_date " "
                               ffr_typeLien ffr_reference " "
                               ffr_montant " " ffr_statut " "
                               ffr_choix
                           ADD 1 TO WnbFrais
                           IF ffr_statut = "V" THEN
                               ADD ffr_montant TO WtotalFrais
                           END-IF
                           IF Wfin NOT = 1 THEN
                               PERFORM Pagination_controle
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ffrais
           DISPLAY WnbFrais " note(s), total validé : " WtotalFrais
               " euros".

       GERE_FRAIS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 4 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Valider les notes de frais "
           DISPLAY  "2. Notes de frais du mois "
           DISPLAY  "3.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Validation_notes_frais
           ELSE IF Wchoix = 2 THEN
               PERFORM Affichage_notes_frais
           ELSE IF Wchoix = 3 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.

       GERE_NOTES_BENEVOLE.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 4 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Déclarer des frais "
           DISPLAY  "2. Mes notes de frais "
           DISPLAY  "3.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Declaration_note_frais
           ELSE IF Wchoix = 2 THEN
               PERFORM Mes_notes_frais
           ELSE IF Wchoix = 3 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
