       01  RAPPEL-RECORD.
           05 RAP-EMPLOYEID PIC 9(7).
      *>PREMIERE ET DERNIERE PERIODE YYYYMM RECALCULEES, ET NOMBRE
      *>DE PERIODES ENTRE LES DEUX QUI PORTAIENT UN ECART
           05 RAP-PERIODE-DEBUT PIC 9(6).
           05 RAP-PERIODE-FIN PIC 9(6).
           05 RAP-NB-PERIODES PIC 9(3).
      *>RAPPEL BRUT A VERSER PAR LE PROCHAIN FILE-CONVERT, ECART DE
      *>PRIME D'ANCIENNETE COMPRIS
           05 RAP-MONTANT PIC 9(6)V99.
      *>TAUX HORAIRE AUQUEL LES PERIODES ONT ETE RECALCULEES
           05 RAP-SALAIRE PIC 9(4)V99.
           05 RAP-DATE-CALCUL PIC 9(8).
