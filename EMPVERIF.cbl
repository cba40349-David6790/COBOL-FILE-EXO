                         ==EMP-STATUT== BY ==GEN-EMP-STATUT==
                         ==EMP-ACTIF== BY ==GEN-EMP-ACTIF==
                         ==EMP-INACTIF== BY ==GEN-EMP-INACTIF==
                         ==EMP-RIB== BY ==GEN-RIB==
                         ==EMP-DATE-EMBAUCHE== BY
                             ==GEN-DATE-EMBAUCHE==
                         ==EDE-ANNEE== BY ==GEN-EDE-ANNEE==
                         ==EDE-MOIS== BY ==GEN-EDE-MOIS==
                         ==EDE-JOUR== BY ==GEN-EDE-JOUR==.

       FD  FICHE-CTL.
           COPY MAINTCTL.
