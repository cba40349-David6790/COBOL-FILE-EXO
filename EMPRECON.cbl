                         ==EMP-STATUT== BY ==S1-EMP-STATUT==
                         ==EMP-ACTIF== BY ==S1-EMP-ACTIF==
                         ==EMP-INACTIF== BY ==S1-EMP-INACTIF==
                         ==EMP-RIB== BY ==S1-RIB==
                         ==EMP-DATE-EMBAUCHE== BY
                             ==S1-DATE-EMBAUCHE==
                         ==EDE-ANNEE== BY ==S1-EDE-ANNEE==
                         ==EDE-MOIS== BY ==S1-EDE-MOIS==
                         ==EDE-JOUR== BY ==S1-EDE-JOUR==.

       FD  FICHE-SITE2.
           COPY EMPDETAILS
                         ==EMP-STATUT== BY ==S2-EMP-STATUT==
                         ==EMP-ACTIF== BY ==S2-EMP-ACTIF==
                         ==EMP-INACTIF== BY ==S2-EMP-INACTIF==
                         ==EMP-RIB== BY ==S2-RIB==
                         ==EMP-DATE-EMBAUCHE== BY
                             ==S2-DATE-EMBAUCHE==
                         ==EDE-ANNEE== BY ==S2-EDE-ANNEE==
                         ==EDE-MOIS== BY ==S2-EDE-MOIS==
                         ==EDE-JOUR== BY ==S2-EDE-JOUR==.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".

           PERFORM UNTIL FIN-FICHIER-REJETS
               MOVE FS-BUF-REJETS(34:32) TO WS-REJ-RAISON-LU
               *>LES ABSENCES ECARTEES PAR FILE-CONVERT NE SONT PAS
               *>DES EMPLOYES REJETES : L'EMPLOYE A ETE PAYE
               IF FUNCTION TRIM(WS-REJ-RAISON-LU)
                       NOT = "EMPLOYE INACTIF"
                   AND WS-REJ-RAISON-LU(1:7) NOT = "ABSENCE"
                   ADD 1 TO WS-CNT-REJETS-ACTIFS
               END-IF
               PERFORM 2210-READ-REJETS
