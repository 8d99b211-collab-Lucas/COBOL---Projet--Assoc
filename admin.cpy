               NOT INVALID KEY
                   MOVE fpa_valeur TO WvaleurParam
           END-READ
           CLOSE fparametres
           PERFORM Appliquer_historique_parametre
           MOVE 0 TO WdateParam.

       Appliquer_historique_parametre.
           IF WdateParam = 0 THEN
               MOVE FUNCTION CURRENT-DATE TO WdtParam
               MOVE WdtParam(1:8) TO WdateParam
           END-IF
           MOVE 0 TO WdebutParam
           MOVE 0 TO WtrouveParam
           MOVE 1 TO WpremierParam
           OPEN INPUT fparhist
           IF cr_fparhist = 00 THEN
               MOVE WcodeParam TO fph_code
               MOVE 0 TO fph_dateDebut
               MOVE 0 TO fph_dateSaisie
               MOVE 0 TO fph_heureSaisie
               MOVE 0 TO WfinParam
               START fparhist KEY IS NOT LESS THAN fph_cle
                   INVALID KEY MOVE 1 TO WfinParam
               END-START
               PERFORM WITH TEST AFTER UNTIL WfinParam = 1
                   READ fparhist NEXT
                       AT END MOVE 1 TO WfinParam
                       NOT AT END
                           IF fph_code NOT = WcodeParam THEN
                               MOVE 1 TO WfinParam
                           ELSE
                               IF fph_dateDebut <= WdateParam THEN
                                   MOVE fph_valeur TO WvaleurParam
                                   MOVE fph_dateDebut TO WdebutParam
                                   MOVE 1 TO WtrouveParam
                               ELSE
                                   IF WpremierParam = 1 THEN
                                       MOVE fph_ancienneValeur
                                           TO WvaleurParam
                                   END-IF
                                   MOVE 1 TO WfinParam
                               END-IF
                               MOVE 0 TO WpremierParam
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fparhist
           END-IF.

       Affichage_parametres.
           OPEN INPUT fparametres
           MOVE 0 TO Wfin
           DISPLAY "Code      Libellé                        Valeur"
               "  En vigueur depuis"
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fparametres NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   MOVE fpa_code TO WcodeParam
                   MOVE fpa_valeur TO WvaleurParam
                   MOVE 0 TO WdateParam
                   PERFORM Appliquer_historique_parametre
                   IF WdebutParam = 0 THEN
                       DISPLAY fpa_code "  " fpa_libelle " "
                           WvaleurParam "  origine"
                   ELSE
                       DISPLAY fpa_code "  " fpa_libelle " "
                           WvaleurParam "  " WdebutParam
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fparametres
           MOVE 0 TO WdateParam.

       Modification_parametres.
           DISPLAY "Modification d'un paramètre"
           DISPLAY "Entrez le code du paramètre : "
           ACCEPT WcodeParam
           MOVE FUNCTION CURRENT-DATE TO WdtParam
           OPEN I-O fparametres
           MOVE WcodeParam TO fpa_code
           READ fparametres
                   ACCEPT fpa_valeur
                   WRITE tamp_fparametres
                   END-WRITE
                   MOVE 0 TO WdateEffetParam
                   MOVE fpa_valeur TO WnouvelleValeurParam
                   MOVE 0 TO WvaleurParam
                   PERFORM Enregistrer_historique_parametre
                   DISPLAY "Paramètre créé."
               NOT INVALID KEY
                   MOVE fpa_valeur TO WvaleurParam
                   MOVE 0 TO WdateParam
                   PERFORM Appliquer_historique_parametre
                   DISPLAY "Libellé : " fpa_libelle
                   DISPLAY "Valeur en vigueur : " WvaleurParam
                   DISPLAY "Entrez la nouvelle valeur : "
                   ACCEPT WnouvelleValeurParam
                   DISPLAY "Date d'effet (AAAAMMJJ, vide = "
                       "aujourd'hui) : "
                   ACCEPT Wsaisie
                   MOVE 1 TO WdateValide
                   IF Wsaisie = SPACES THEN
                       MOVE WdtParam(1:8) TO WdateEffetParam
                   ELSE
                       IF Wsaisie(1:8) IS NUMERIC THEN
                           MOVE Wsaisie(1:8) TO Wdate
                           PERFORM Valider_date
                           MOVE Wdate TO WdateEffetParam
                       ELSE
                           MOVE 0 TO WdateValide
                       END-IF
                   END-IF
                   IF WdateValide = 0 THEN
                       DISPLAY "⚠️ Date d'effet invalide, "
                           "paramètre inchangé. ⚠️"
                   ELSE
                       IF WdateEffetParam < WdtParam(1:8) THEN
                           DISPLAY "⚠️ Date d'effet passée "
                               "refusée : l'historique n'est pas "
                               "modifiable. ⚠️"
                       ELSE
                           MOVE fpa_valeur TO WvaleurParam
                           MOVE WdateEffetParam TO WdateParam
                           PERFORM Appliquer_historique_parametre
                           PERFORM Enregistrer_historique_parametre
                           IF WdateEffetParam = WdtParam(1:8) THEN
                               MOVE WnouvelleValeurParam TO fpa_valeur
                               REWRITE tamp_fparametres
                               END-REWRITE
                               DISPLAY "Paramètre modifié."
                           ELSE
                               DISPLAY "Modification enregistrée, "
                                   "en vigueur le " WdateEffetParam
                           END-IF
                       END-IF
                   END-IF
           END-READ
           CLOSE fparametres
           MOVE 0 TO WdateParam.

       Enregistrer_historique_parametre.
           OPEN I-O fparhist
           MOVE WcodeParam TO fph_code
           MOVE WdateEffetParam TO fph_dateDebut
           MOVE WdtParam(1:8) TO fph_dateSaisie
           MOVE WdtParam(9:6) TO fph_heureSaisie
           MOVE WnouvelleValeurParam TO fph_valeur
           MOVE WvaleurParam TO fph_ancienneValeur
           MOVE WidUtilisateurConnecte TO fph_modifPar
           WRITE tamp_fparhist
               INVALID KEY
                   DISPLAY "⚠️ Historique du paramètre non "
                       "enregistré (code " cr_fparhist ") ⚠️"
           END-WRITE
           CLOSE fparhist.

       Etat_historique_parametres.
           DISPLAY "Code du paramètre (vide = tous) : "
           ACCEPT WcodeHistParam
           MOVE "HISTPARA" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "Code     Effet      Avant    Après    Par  "
               "Saisie          Nom"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT fparhist
           IF cr_fparhist NOT = 00 THEN
               MOVE "Aucune modification de paramètre enregistrée."
                   TO WligneEtat
               PERFORM Spool_ligne
           ELSE
               MOVE LOW-VALUES TO fph_cle
               IF WcodeHistParam NOT = SPACES THEN
                   MOVE WcodeHistParam TO fph_code
               END-IF
               MOVE 0 TO WfinParam
               START fparhist KEY IS NOT LESS THAN fph_cle
                   INVALID KEY MOVE 1 TO WfinParam
               END-START
               PERFORM WITH TEST AFTER UNTIL WfinParam = 1
                   READ fparhist NEXT
                       AT END MOVE 1 TO WfinParam
                       NOT AT END
                           IF WcodeHistParam NOT = SPACES AND
                                   fph_code NOT = WcodeHistParam THEN
                               MOVE 1 TO WfinParam
                           ELSE
                               PERFORM Imprimer_historique_parametre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fparhist
           END-IF
           PERFORM Spool_fin.

       Imprimer_historique_parametre.
           MOVE SPACES TO WnomHistParam
           OPEN INPUT fbe
           MOVE fph_modifPar TO fbe_id
           READ fbe
               NOT INVALID KEY
                   MOVE fbe_nom TO WnomHistParam
           END-READ
           CLOSE fbe
           MOVE SPACES TO WligneEtat
           IF fph_dateDebut = 0 THEN
               STRING fph_code " origine    " fph_ancienneValeur
                   "   " fph_valeur "   " fph_modifPar " "
                   fph_dateSaisie " " fph_heureSaisie " "
                   WnomHistParam
                   DELIMITED BY SIZE INTO WligneEtat
           ELSE
               STRING fph_code " " fph_dateDebut "   "
                   fph_ancienneValeur "   " fph_valeur "   "
                   fph_modifPar " " fph_dateSaisie " "
                   fph_heureSaisie " " WnomHistParam
                   DELIMITED BY SIZE INTO WligneEtat
           END-IF
           PERFORM Spool_ligne
           ADD 1 TO WtotalEtat.

       Verifier_droit.
           MOVE 0 TO Wautorise

       Lire_mode_maintenance.
           MOVE 0 TO WmodeMaint
           MOVE "MAINT" TO WcodeParam
           PERFORM Lire_parametre
           IF WvaleurParam = 1 THEN
               MOVE 1 TO WmodeMaint
           END-IF.

       Verifier_delegation.
           OPEN INPUT fdelegations
       GERE_DELEGATIONS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 5 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Accorder une délégation "
           DISPLAY  "2. Révoquer une délégation "
           DISPLAY  "3. Afficher les délégations "

       Affichage_historique.
           DISPLAY "Consultation de l'historique des modifications"
           DISPLAY "Entrez l'entité (BE/GR/CE/PR/DI/AF) : "
           ACCEPT WhiEntite
           DISPLAY "Entrez la clé de l'enregistrement : "
           ACCEPT WhiCle

       Gestion_correspondances.
           DISPLAY "Table de correspondance fédération"
           DISPLAY "Entrez le type (CE=centre, PR=produit, "
               "PS=prescripteur) : "
           ACCEPT WtypeCorr
           DISPLAY "Entrez le code interne : "
           ACCEPT WidProduit

       GERE_ADMIN.
       MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 27 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Afficher les paramètres "
           DISPLAY  "2. Modifier un paramètre "
           DISPLAY  "3. Afficher les droits d'un rôle "
           DISPLAY  "18. Rattacher un utilisateur à un centre "
           DISPLAY  "19. Valider les seuils proposés "
           DISPLAY  "20. Registre des incidents "
           DISPLAY  "21. Droit d'accès RGPD "
           DISPLAY  "22. Sources de financement du stock "
           DISPLAY  "23. Revue des habilitations "
           DISPLAY  "24. Historique des paramètres "
           DISPLAY  "25. Périodes de crise "
           DISPLAY  "26.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Affichage_parametres
           ELSE IF Wchoix2= 20 THEN
               PERFORM GERE_INCIDENTS
           ELSE IF Wchoix2= 21 THEN
               PERFORM GERE_RGPD
           ELSE IF Wchoix2= 22 THEN
               PERFORM GERE_SOURCES
           ELSE IF Wchoix2= 23 THEN
               PERFORM GERE_REVUES
           ELSE IF Wchoix2= 24 THEN
               PERFORM Etat_historique_parametres
           ELSE IF Wchoix2= 25 THEN
               PERFORM GERE_CRISES
           ELSE IF Wchoix2= 26 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
