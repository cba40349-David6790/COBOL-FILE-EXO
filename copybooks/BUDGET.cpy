       01  BUDGET-RECORD.
      *>CLE : CODE DEPTMAST DU DEPARTEMENT ET MOIS BUDGETE YYYYMM
           05 BU-CLE.
               10 BU-CODE PIC X(30).
               10 BU-PERIODE PIC 9(6).
      *>BRUT, HEURES TRAVAILLEES ET EFFECTIF ALLOUES POUR LE MOIS
           05 BU-BRUT PIC 9(8)V99.
           05 BU-HEURES PIC 9(6).
           05 BU-EFFECTIF PIC 9(5).
