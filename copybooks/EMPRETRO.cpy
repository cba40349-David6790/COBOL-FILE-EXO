       01  EMPRETRO-RECORD.
           05 RETRO-EMPLOYEID PIC 9(7).
      *>DATE D'EFFET YYYYMMDD DE LA TRANSACTION "C", ANTERIEURE A LA
      *>DATE DE SAISIE : LES PERIODES DEJA PAYEES DEPUIS CETTE DATE
      *>SONT A RECALCULER PAR PAY-RECALL
           05 RETRO-DATE-EFFET PIC 9(8).
           05 RETRO-SALAIRE-AVANT PIC 9(4)V99.
           05 RETRO-SALAIRE-APRES PIC 9(4)V99.
           05 RETRO-DATE-SAISIE PIC 9(8).
