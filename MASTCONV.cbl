           MOVE EMP-STATUT-OLD TO EMP-STATUT.
           MOVE ZEROS TO EMP-DATE-DESACTIVATION.
           MOVE SPACES TO EMP-RIB.
           MOVE ZEROS TO EMP-DATE-EMBAUCHE.

           WRITE EMPDETAILS
               INVALID KEY
