                         ==EMP-STATUT== BY ==ARCH-EMP-STATUT==
                         ==EMP-ACTIF== BY ==ARCH-EMP-ACTIF==
                         ==EMP-INACTIF== BY ==ARCH-EMP-INACTIF==
                         ==EMP-RIB== BY ==ARCH-RIB==
                         ==EMP-DATE-EMBAUCHE== BY
                             ==ARCH-DATE-EMBAUCHE==
                         ==EDE-ANNEE== BY ==ARCH-EDE-ANNEE==
                         ==EDE-MOIS== BY ==ARCH-EDE-MOIS==
                         ==EDE-JOUR== BY ==ARCH-EDE-JOUR==.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
