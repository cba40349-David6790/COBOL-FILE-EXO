       01  CHGRATE-RECORD.
           05 CR-BANDE PIC 9(2).
      *>PLAFOND DE BRUT DE LA TRANCHE ET TAUX DES CHARGES PATRONALES
      *>APPLIQUE AU BRUT, EN PLUS DU BRUT ET A LA CHARGE DE
      *>L'EMPLOYEUR
           05 CR-BRUT-PLAFOND PIC 9(6)V99.
           05 CR-TAUX PIC V999.
