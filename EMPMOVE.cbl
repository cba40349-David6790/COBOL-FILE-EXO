                         ==EMP-STATUT== BY ==SNAP-EMP-STATUT==
                         ==EMP-ACTIF== BY ==SNAP-EMP-ACTIF==
                         ==EMP-INACTIF== BY ==SNAP-EMP-INACTIF==
                         ==EMP-RIB== BY ==SNAP-RIB==
                         ==EMP-DATE-EMBAUCHE== BY
                             ==SNAP-DATE-EMBAUCHE==
                         ==EDE-ANNEE== BY ==SNAP-EDE-ANNEE==
                         ==EDE-MOIS== BY ==SNAP-EDE-MOIS==
                         ==EDE-JOUR== BY ==SNAP-EDE-JOUR==.

       FD  FICHE-ARCH.
           COPY EMPDETAILS
                         ==EMP-STATUT== BY ==ARCH-EMP-STATUT==
                         ==EMP-ACTIF== BY ==ARCH-EMP-ACTIF==
                         ==EMP-INACTIF== BY ==ARCH-EMP-INACTIF==
                         ==EMP-RIB== BY ==ARCH-RIB==
                         ==EMP-DATE-EMBAUCHE== BY
                             ==ARCH-DATE-EMBAUCHE==
                         ==EDE-ANNEE== BY ==ARCH-EDE-ANNEE==
                         ==EDE-MOIS== BY ==ARCH-EDE-MOIS==
                         ==EDE-JOUR== BY ==ARCH-EDE-JOUR==.

       FD  MOVE-RPT.
       01  FS-BUF-RPT PIC X(120).
