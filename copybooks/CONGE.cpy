       01  CONGE-RECORD.
           05 CG-EMPLOYEID PIC 9(7).
      *>SOLDE DE CONGES PAYES EN HEURES, ET SOLDE AVANT LA DERNIERE
      *>PERIODE APPLIQUEE (DISPONIBLE SI CETTE PERIODE EST REJOUEE)
           05 CG-SOLDE PIC 9(4)V99.
           05 CG-SOLDE-PRECEDENT PIC 9(4)V99.
           05 CG-ACQUIS-CUMUL PIC 9(5)V99.
           05 CG-PRIS-CUMUL PIC 9(5)V99.
      *>DERNIERE PERIODE YYYYMM APPLIQUEE PAR FILE-CONVERT
           05 CG-DERNIERE-PERIODE PIC 9(6).
