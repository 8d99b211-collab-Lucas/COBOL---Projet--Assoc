           01 tamp_fformation.
               02 ffm_libelle PIC X(20).
               02 ffm_date PIC 9(8).
               02 ffm_heure PIC 9(6).
               02 ffm_nbFichiers PIC 9(3).
               02 ffm_nbBrouilles PIC 9(6).
