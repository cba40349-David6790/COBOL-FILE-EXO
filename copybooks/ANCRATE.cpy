       01  ANCRATE-RECORD.
      *>ANCIENNETE MINIMALE EN ANNEES REVOLUES DEPUIS L'EMBAUCHE ET
      *>TAUX DE LA PRIME D'ANCIENNETE ATTEINT A CE SEUIL, APPLIQUE AU
      *>SALAIRE DE BASE DE LA PERIODE (HEURES SUPPLEMENTAIRES EXCLUES)
           05 AR-ANNEES PIC 9(2).
           05 AR-TAUX PIC V999.
