           MOVE WkxReference TO fkx_reference
           WRITE tamp_fkardex
           END-WRITE
           MOVE "W" TO WimageOperation
           PERFORM Journaliser_image_kardex
           CLOSE fkardex.

       Rapport_kardex.
           END-PERFORM
           CLOSE fkardex
           DISPLAY "Solde de clôture : " WkxSolde.

       Journaliser_image_kardex.
           MOVE "KX" TO WimageFichier
           MOVE cr_fkardex TO WimageStatut
           MOVE tamp_fkardex TO WimageContenu
           PERFORM Journaliser_apres_image.
