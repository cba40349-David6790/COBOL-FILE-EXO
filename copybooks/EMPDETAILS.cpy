               10 EDD-MOIS PIC 9(2).
               10 EDD-JOUR PIC 9(2).
           05 EMP-RIB PIC X(23).
      *>DATE D'EMBAUCHE YYYYMMDD, BASE DE L'ANCIENNETE ET DE LA PRIME
      *>D'ANCIENNETE ; ZERO = DATE NON CONNUE (FICHE CONVERTIE SANS
      *>DATE), AUCUNE PRIME N'EST ALORS CALCULEE
           05 EMP-DATE-EMBAUCHE.
               10 EDE-ANNEE PIC 9(4).
               10 EDE-MOIS PIC 9(2).
               10 EDE-JOUR PIC 9(2).
