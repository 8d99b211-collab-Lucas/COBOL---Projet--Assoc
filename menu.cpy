
        PERFORM WITH TEST AFTER UNTIL Wchoix = 0
            IF WidUtilisateurConnecte = 0 THEN
                PERFORM Afficher_bandeau_formation
                DISPLAY "Connexion ou inscription"
                DISPLAY "1 Connexion"
                DISPLAY "2. Inscription"
            ELSE

              DISPLAY  "  "
              PERFORM Afficher_bandeau_formation
              DISPLAY "Application ::::::::::: Kermito "

              IF WroleUtilisateurConnecte = 1 THEN
                IF WcentreConnecte NOT = 0 THEN
                    DISPLAY  "8. Cahier de liaison "
                END-IF
                MOVE "NOTEFRAI" TO WfonctionCode
                PERFORM Verifier_droit
                IF Wautorise = 1 THEN
                    DISPLAY  "9. Notes de frais "
                END-IF
                MOVE "ECHAFF" TO WfonctionCode
                PERFORM Verifier_droit
                IF Wautorise = 1 THEN
                    DISPLAY  "10. Proposer un échange "
                END-IF
                MOVE "ECHAFF" TO WfonctionCode
                PERFORM Verifier_droit
                IF Wautorise = 1 THEN
                    DISPLAY  "11. Reprendre un échange "
                END-IF
                DISPLAY  "12. Deconnexion "

                PERFORM WITH TEST AFTER UNTIL Wchoix <13 AND Wchoix > 0
                        DISPLAY  "Choix:  " WITH NO ADVANCING
                        ACCEPT Wchoix
                END-PERFORM
                            PERFORM GERE_CAHIER
                        END-IF
                ELSE IF Wchoix = 9 THEN
                        MOVE "NOTEFRAI" TO WfonctionCode
                        PERFORM Verifier_droit
                        IF Wautorise = 1 THEN
                            PERFORM Journaliser_usage
                            PERFORM GERE_NOTES_BENEVOLE
                        ELSE
                            DISPLAY "⚠️ Acces refuse ⚠️"
                        END-IF
                ELSE IF Wchoix = 10 THEN
                        MOVE "ECHAFF" TO WfonctionCode
                        PERFORM Verifier_droit
                        IF Wautorise = 1 THEN
                            PERFORM Journaliser_usage
                            PERFORM Proposer_echange
                        ELSE
                            DISPLAY "⚠️ Acces refuse ⚠️"
                        END-IF
                ELSE IF Wchoix = 11 THEN
                        MOVE "ECHAFF" TO WfonctionCode
                        PERFORM Verifier_droit
                        IF Wautorise = 1 THEN
                            PERFORM Journaliser_usage
                            PERFORM Reprendre_echange
                        ELSE
                            DISPLAY "⚠️ Acces refuse ⚠️"
                        END-IF
                ELSE IF Wchoix = 12 THEN
                        MOVE 0 TO WidUtilisateurConnecte
                        DISPLAY  "Deconnexion reussie"
                END-IF
                IF Wautorise = 1 THEN
                    DISPLAY  "9. Modif profil "
                END-IF
                MOVE "REVHAB" TO WfonctionCode
                PERFORM Verifier_droit
                IF Wautorise = 1 THEN
                    DISPLAY  "10. Revue des habilitations "
                END-IF
                DISPLAY  "11. Deconnexion "
                PERFORM WITH TEST AFTER UNTIL Wchoix < 12
                        AND Wchoix > 0
                        DISPLAY  "Choix:  " WITH NO ADVANCING
                        ACCEPT Wchoix
                END-PERFORM
                IF Wchoix = 11 THEN
                        MOVE 0 TO WidUtilisateurConnecte
                        DISPLAY  "Deconnexion reussie"
                ELSE IF Wchoix = 10 THEN
                        MOVE "REVHAB" TO WfonctionCode
                        PERFORM Verifier_droit
                        IF Wautorise = 1 THEN
                            PERFORM Journaliser_usage
                            PERFORM Revue_habilitations
                        ELSE
                            DISPLAY "⚠️ Acces refuse ⚠️"
                        END-IF
                ELSE IF Wchoix = 9 THEN
                        MOVE "MODPROF" TO WfonctionCode
                        PERFORM Verifier_droit
                IF WcentreConnecte NOT = 0 THEN
                    DISPLAY  "11. Cahier de liaison "
                END-IF
                MOVE "NOTEFRAI" TO WfonctionCode
                PERFORM Verifier_droit
                IF Wautorise = 1 THEN
                    DISPLAY  "12. Notes de frais "
                END-IF
                MOVE "ECHAFF" TO WfonctionCode
                PERFORM Verifier_droit
                IF Wautorise = 1 THEN
                    DISPLAY  "13. Proposer un échange "
                END-IF
                MOVE "ECHAFF" TO WfonctionCode
                PERFORM Verifier_droit
                IF Wautorise = 1 THEN
                    DISPLAY  "14. Reprendre un échange "
                END-IF
                MOVE "CONFAFF" TO WfonctionCode
                PERFORM Verifier_droit
                IF Wautorise = 1 THEN
                    DISPLAY  "15. Valider les échanges "
                END-IF
                MOVE "REVHAB" TO WfonctionCode
                PERFORM Verifier_droit
                IF Wautorise = 1 THEN
                    DISPLAY  "16. Revue des habilitations "
                END-IF
                DISPLAY  "17. Deconnexion "
                PERFORM WITH TEST AFTER UNTIL Wchoix <18 AND Wchoix > 0
                        DISPLAY  "Choix:  " WITH NO ADVANCING
                        ACCEPT Wchoix
                END-PERFORM
                            PERFORM GERE_CAHIER
                        END-IF
                ELSE IF Wchoix = 12 THEN
                        MOVE "NOTEFRAI" TO WfonctionCode
                        PERFORM Verifier_droit
                        IF Wautorise = 1 THEN
                            PERFORM Journaliser_usage
                            PERFORM GERE_NOTES_BENEVOLE
                        ELSE
                            DISPLAY "⚠️ Acces refuse ⚠️"
                        END-IF
                ELSE IF Wchoix = 13 THEN
                        MOVE "ECHAFF" TO WfonctionCode
                        PERFORM Verifier_droit
                        IF Wautorise = 1 THEN
                            PERFORM Journaliser_usage
                            PERFORM Proposer_echange
                        ELSE
                            DISPLAY "⚠️ Acces refuse ⚠️"
                        END-IF
                ELSE IF Wchoix = 14 THEN
                        MOVE "ECHAFF" TO WfonctionCode
                        PERFORM Verifier_droit
                        IF Wautorise = 1 THEN
                            PERFORM Journaliser_usage
                            PERFORM Reprendre_echange
                        ELSE
                            DISPLAY "⚠️ Acces refuse ⚠️"
                        END-IF
                ELSE IF Wchoix = 15 THEN
                        MOVE "CONFAFF" TO WfonctionCode
                        PERFORM Verifier_droit
                        IF Wautorise = 1 THEN
                            PERFORM Journaliser_usage
                            PERFORM Valider_echanges
                        ELSE
                            DISPLAY "⚠️ Acces refuse ⚠️"
                        END-IF
                ELSE IF Wchoix = 16 THEN
                        MOVE "REVHAB" TO WfonctionCode
                        PERFORM Verifier_droit
                        IF Wautorise = 1 THEN
                            PERFORM Journaliser_usage
                            PERFORM Revue_habilitations
                        ELSE
                            DISPLAY "⚠️ Acces refuse ⚠️"
                        END-IF
                ELSE IF Wchoix = 17 THEN
                        MOVE 0 TO WidUtilisateurConnecte
                        DISPLAY  "Deconnexion reussie"
                END-IF
            END-IF
        END-PERFORM
        DISPLAY  "üëãÔ∏è~~Au revoir~~üëãÔ∏è ".

        Afficher_bandeau_formation.
            IF WmodeFormation = 1 THEN
                DISPLAY "**************** FORMATION ****************"
                DISPLAY "Copie de formation du " WdateFormation
                    " : données fictives, sans effet réel."
                DISPLAY "*******************************************"
            END-IF.
