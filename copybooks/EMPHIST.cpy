           05 HIST-BRUT PIC 9(6)V99.
           05 HIST-NET PIC 9(6)V99.
           05 HIST-DEPARTEMENT PIC X(30).
      *>NATURE DE LA LIGNE : ESPACE = PAIE DE LA PERIODE (ET LIGNES
      *>ECRITES AVANT L'AJOUT DE LA ZONE), "R" = RAPPEL DE SALAIRE
      *>VERSE AVEC LA PERIODE
           05 HIST-TYPE PIC X.
               88 HIST-PAIE-PERIODE VALUE SPACE.
               88 HIST-RAPPEL VALUE "R".
      *>SUR UNE LIGNE DE RAPPEL : PREMIERE ET DERNIERE PERIODE
      *>RECALCULEES, HIST-SALAIRE PORTANT LE TAUX DU RECALCUL
           05 HIST-RAP-DEBUT PIC 9(6).
           05 HIST-RAP-FIN PIC 9(6).
      *>ESPACE = LIGNE EN VIGUEUR, "A" = LIGNE ANNULEE PAR
      *>PAY-REVERSAL, CONSERVEE POUR L'AUDIT MAIS IGNOREE PAR TOUS
      *>LES PROGRAMMES QUI LISENT L'HISTORIQUE
           05 HIST-STATUT PIC X.
               88 HIST-EN-VIGUEUR VALUE SPACE.
               88 HIST-ANNULEE VALUE "A".
      *>HEURES D'ABSENCE IMPUTEES SUR LA PERIODE (HIST-HEURES NE
      *>PORTE QUE LES HEURES TRAVAILLEES) ET CONGES ACQUIS PAR LA
      *>PERIODE ; ZERO SUR LES LIGNES DE RAPPEL
           05 HIST-HEURES-CONGE PIC 9(3).
           05 HIST-HEURES-ABSENCE PIC 9(3).
           05 HIST-HEURES-MALADIE PIC 9(3).
           05 HIST-CONGE-ACQUIS PIC 9(2)V99.
      *>CHARGES PATRONALES DE LA PERIODE, RAPPELS VERSES COMPRIS ;
      *>ZERO SUR LES LIGNES DE RAPPEL, A BLANC SUR LES LIGNES
      *>ECRITES AVANT L'AJOUT DE LA ZONE
           05 HIST-CHARGES PIC 9(6)V99.
      *>PRIME D'ANCIENNETE DE LA PERIODE, VERSEE EN PLUS DE HIST-BRUT
      *>(HIST-NET LA COMPREND, NETTE DE SA RETENUE) ; ZERO SUR LES
      *>LIGNES DE RAPPEL, A BLANC SUR LES LIGNES ECRITES AVANT L'AJOUT
      *>DE LA ZONE
           05 HIST-PRIME-ANC PIC 9(6)V99.
