
       Pointer_rendezvous.
           DISPLAY "Pointage d'un rendez-vous"
           DISPLAY "Entrez le numéro du rendez-vous ou la carte "
               "du bénéficiaire : "
           ACCEPT WnumSaisi
           IF WnumSaisi > 99999 THEN
               MOVE WnumSaisi TO WnumCarte
               PERFORM Lire_carte_beneficiaire
               MOVE 0 TO WidRdv
               IF WcarteValide = 1 THEN
                   PERFORM Chercher_rendezvous_carte
               END-IF
           ELSE
               MOVE WnumSaisi TO WidRdv
           END-IF
           OPEN I-O frendezvous
           MOVE WidRdv TO frv_id
           READ frendezvous
           END-READ
           CLOSE frendezvous.

       Chercher_rendezvous_carte.
           MOVE 0 TO WidRdv
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           OPEN INPUT frendezvous
           MOVE 0 TO Wfin2
           MOVE WidBeneficiaire TO frv_beneficiaire
           START frendezvous KEY IS EQUAL TO frv_beneficiaire
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ frendezvous NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF frv_beneficiaire NOT = WidBeneficiaire THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF frv_statut = "R" AND
                                   frv_date = WdateJour THEN
                               MOVE frv_id TO WidRdv
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE frendezvous
           IF WidRdv = 0 THEN
               DISPLAY "Aucun rendez-vous réservé aujourd'hui "
                   "pour ce foyer."
           ELSE
               DISPLAY "Rendez-vous " WidRdv " retenu."
           END-IF.

       Rapport_absences_rendezvous.
           DISPLAY "Bénéficiaires absents à répétition"
           OPEN INPUT fbeneficiaires
       GERE_RENDEZVOUS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 6 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Prendre un rendez-vous "
           DISPLAY  "2. Liste de convocation d'une journée "
           DISPLAY  "3. Pointer un rendez-vous "
