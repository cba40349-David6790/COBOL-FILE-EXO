      *>COORDONNEES BANCAIRES (BANQUE, GUICHET, COMPTE, CLE) POUR
      *>L'AJOUT ET LA TRANSACTION "B" DE MISE A JOUR DU RIB
           05 TRANS-RIB PIC X(23).
      *>DATE D'EMBAUCHE YYYYMMDD, EXIGEE SUR L'AJOUT SEULEMENT
           05 TRANS-DATE-EMBAUCHE.
               10 TRANS-EMB-ANNEE PIC 9(4).
               10 TRANS-EMB-MOIS PIC 9(2).
               10 TRANS-EMB-JOUR PIC 9(2).
