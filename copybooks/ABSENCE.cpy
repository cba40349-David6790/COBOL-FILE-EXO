       01  ABSENCE-RECORD.
           05 ABS-EMPLOYEID PIC 9(7).
      *>"N" = ABSENCE NON PAYEE, "M" = MALADIE (NON PAYEE PAR LA
      *>PAIE), "C" = CONGE PAYE PRIS SUR LE SOLDE DE CONGES.DAT
           05 ABS-TYPE PIC X.
               88 ABS-NON-PAYEE VALUE "N".
               88 ABS-MALADIE VALUE "M".
               88 ABS-CONGE VALUE "C".
               88 ABS-TYPE-VALIDE VALUE "N" "M" "C".
      *>DATES YYYYMMDD ; L'ABSENCE S'IMPUTE EN UNE FOIS SUR LA
      *>PREMIERE PAIE DONT LA PERIODE ATTEINT LA DATE DE DEBUT
           05 ABS-DATE-DEBUT PIC 9(8).
           05 ABS-DATE-FIN PIC 9(8).
           05 ABS-HEURES PIC 9(3).
