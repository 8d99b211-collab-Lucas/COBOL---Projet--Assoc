       Journaliser_apres_image.
           IF WimageStatut < 10 THEN
               MOVE FUNCTION CURRENT-DATE TO WimageHorodatage
               OPEN EXTEND fapres-images
               IF cr_fapres-images = 35 THEN
                   OPEN OUTPUT fapres-images
               END-IF
               MOVE WimageHorodatage(1:8) TO fai_date
               MOVE WimageHorodatage(9:8) TO fai_heure
               MOVE WimageOrigine TO fai_origine
               MOVE WimageFichier TO fai_fichier
               MOVE WimageOperation TO fai_operation
               MOVE WimageContenu TO fai_image
               WRITE tamp_fapres-images
               END-WRITE
               CLOSE fapres-images
           END-IF
           MOVE SPACES TO WimageContenu.
