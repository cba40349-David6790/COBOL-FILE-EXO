       01  RIBSUSP-RECORD.
           05 RS-EMPLOYEID PIC 9(7).
      *>RIB SUR LEQUEL LA BANQUE A REJETE LE VIREMENT : TANT QUE LE
      *>MAITRE PORTE CE RIB, FILE-CONVERT PAIE PAR CHEQUE
           05 RS-RIB PIC X(23).
      *>PERIODE YYYYMM DU PAIEMENT REJETE ET DATE DU FICHIER RETOUR
           05 RS-PERIODE PIC 9(6).
           05 RS-DATE-RETOUR PIC 9(8).
      *>CODE MOTIF DE LA BANQUE ET MONTANT RETOURNE SUR LA PERIODE
           05 RS-MOTIF PIC X(4).
           05 RS-MONTANT PIC 9(8)V99.
