           RECORD KEY IS DR-BANDE
           FILE STATUS IS WS-DED-TABLE-STATUS.

           SELECT CHG-TABLE ASSIGN TO "CHARGES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-BANDE
           FILE STATUS IS WS-CHG-TABLE-STATUS.

           SELECT ANC-TABLE ASSIGN TO "ANCIENNETE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-ANNEES
           FILE STATUS IS WS-ANC-TABLE-STATUS.

           SELECT EMP-DED ASSIGN TO "EMPDEDUC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-CHEQ-STATUS.

           SELECT FICHE-RAPPEL ASSIGN TO "RAPPELS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-RAPPEL-STATUS.

           SELECT FICHE-ABS ASSIGN TO "ABSENCES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-ABS-STATUS.

           SELECT FICHE-CONGE ASSIGN TO "CONGES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CG-EMPLOYEID
           FILE STATUS IS WS-FICHE-CONGE-STATUS.

           SELECT FICHE-SUSP ASSIGN TO "RIBSUSP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RS-EMPLOYEID
           FILE STATUS IS WS-FICHE-SUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SD-SALAIRE PIC 9(4)V99.
           05 SD-GENRE PIC X.
           05 SD-RIB PIC X(23).
           05 SD-DATE-EMBAUCHE PIC 9(8).

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  FICHE-CSV.
       01  FS-BUF-CSV PIC X(160).

       FD  FICHE-CKPT.
       01  FS-BUF-CKPT.
                         ==EMP-STATUT== BY ==S1-EMP-STATUT==
                         ==EMP-ACTIF== BY ==S1-EMP-ACTIF==
                         ==EMP-INACTIF== BY ==S1-EMP-INACTIF==
                         ==EMP-RIB== BY ==S1-RIB==
                         ==EMP-DATE-EMBAUCHE== BY
                             ==S1-DATE-EMBAUCHE==
                         ==EDE-ANNEE== BY ==S1-EDE-ANNEE==
                         ==EDE-MOIS== BY ==S1-EDE-MOIS==
                         ==EDE-JOUR== BY ==S1-EDE-JOUR==.

       FD  FICHE-SITE2.
           COPY EMPDETAILS
                         ==EMP-STATUT== BY ==S2-EMP-STATUT==
                         ==EMP-ACTIF== BY ==S2-EMP-ACTIF==
                         ==EMP-INACTIF== BY ==S2-EMP-INACTIF==
                         ==EMP-RIB== BY ==S2-RIB==
                         ==EMP-DATE-EMBAUCHE== BY
                             ==S2-DATE-EMBAUCHE==
                         ==EDE-ANNEE== BY ==S2-EDE-ANNEE==
                         ==EDE-MOIS== BY ==S2-EDE-MOIS==
                         ==EDE-JOUR== BY ==S2-EDE-JOUR==.

       FD  RATE-MASTER.
           COPY MWRATE.
      *>PARAMETRES D'EXECUTION (UNE LIGNE) : PERIODE DE TRAITEMENT
      *>YYYYMM (000000 = DATE SYSTEME), INTERVALLE DE CHECKPOINT
      *>(00000 = 500), TEMOIN DE SIMULATION ("O" = NE PAS TOUCHER
      *>EMPYTD.DAT, EMPHIST.DAT, CONGES.DAT NI ABSENCES.DAT), HEURES
      *>DE CONGES PAYES ACQUISES PAR PERIODE (0000 = 14,58)
       FD  FICHE-PARAM.
       01  PARAM-RECORD.
           05 PAR-PERIODE PIC 9(6).
           05 PAR-CKPT-INTERVAL PIC 9(5).
           05 PAR-SIMULATION PIC X.
           05 PAR-ACQUISITION-CONGE PIC 9(2)V99.

       FD  DED-TABLE.
           COPY DEDRATE.

       FD  CHG-TABLE.
           COPY CHGRATE.

       FD  ANC-TABLE.
           COPY ANCRATE.

       FD  EMP-DED.
           COPY EMPDED.

       FD  FICHE-CHEQ.
       01  FS-BUF-CHEQ PIC X(70).

       FD  FICHE-RAPPEL.
           COPY RAPPEL.

       FD  FICHE-ABS.
           COPY ABSENCE.

       FD  FICHE-CONGE.
           COPY CONGE.

       FD  FICHE-SUSP.
           COPY RIBSUSP.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-EMP VALUE X"01" THRU X"FF".

       01  WS-DEPT-OFFICIEL PIC X(30).

       01  WS-CSV-LINE PIC X(160).
       01  WS-CSV-SALAIRE PIC ZZZZ9.99.
       01  WS-CSV-HEURES PIC ZZ9.
       01  WS-CSV-AGE PIC ZZ9.
       01  WS-CSV-RETENUE PIC ZZZZZ9.99.
       01  WS-CSV-MUTUELLE PIC ZZZ9.99.
       01  WS-CSV-SAISIE PIC ZZZ9.99.
       01  WS-CSV-CHARGES PIC ZZZZZ9.99.
       01  WS-CSV-PRIME-ANC PIC ZZZZZ9.99.

       *>TAUX DE REPLI QUAND LE BAREME RETENUES.DAT N'EXISTE PAS
       01  WS-TAUX-RETENUE PIC V999 VALUE .200.
       01  WS-NET-CALC PIC S9(7)V99.
       01  WS-CNT-NET-NEGATIF PIC 9(5) VALUE 0.

       01  WS-CHG-TABLE-STATUS PIC X(2).
       01         PIC X VALUE X"00".
           88 FIN-TABLE-CHARGES VALUE X"01" THRU X"FF".

       01  WS-CHG-TABLE-SW PIC X VALUE "N".
           88 CHARGES-DISPONIBLE VALUE "Y".
           88 CHARGES-ABSENT VALUE "N".

       *>BAREME DES CHARGES PATRONALES (CHARGES.DAT), MEME PRINCIPE
       *>DE TRANCHES QUE LE BAREME DES RETENUES ; SANS BAREME, AUCUNE
       *>CHARGE N'EST CALCULEE
       01  WS-CHARGES-TABLE.
           05 WS-CHARGES-COUNT PIC 9(2) VALUE 0.
           05 WS-CHARGES-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CHARGES-IDX.
               10 WS-CHARGES-PLAFOND PIC 9(6)V99.
               10 WS-CHARGES-TAUX PIC V999.

       01  WS-TAUX-CHARGES PIC V999.
       01  WS-CHARGES-EMP PIC 9(6)V99.
       01  WS-SUM-CHARGES PIC 9(8)V99 VALUE 0.
       01  WS-DEPT-SUM-CHARGES PIC 9(8)V99 VALUE 0.
       01  WS-CNT-CHARGES-HORS-LIMITE PIC 9(5) VALUE 0.

       01  WS-ANC-TABLE-STATUS PIC X(2).
       01         PIC X VALUE X"00".
           88 FIN-TABLE-ANCIENNETE VALUE X"01" THRU X"FF".

       01  WS-ANC-TABLE-SW PIC X VALUE "N".
           88 ANCIENNETE-DISPONIBLE VALUE "Y".
           88 ANCIENNETE-ABSENT VALUE "N".

       *>TAUX DE LA PRIME D'ANCIENNETE (ANCIENNETE.DAT) PAR SEUIL
       *>D'ANNEES REVOLUES, EN ORDRE CROISSANT DE SEUIL ; SANS TABLE,
       *>AUCUNE PRIME N'EST CALCULEE
       01  WS-ANCIENNETE-TABLE.
           05 WS-ANCIENNETE-COUNT PIC 9(2) VALUE 0.
           05 WS-ANCIENNETE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-ANCIENNETE-IDX.
               10 WS-ANCIENNETE-SEUIL PIC 9(2).
               10 WS-ANCIENNETE-TAUX PIC V999.

       01  WS-ANCIENNETE-SW PIC X VALUE "N".
           88 EMBAUCHE-CONNUE VALUE "Y".
           88 EMBAUCHE-INCONNUE VALUE "N".

       01  WS-PALIER-SW PIC X VALUE "N".
           88 PALIER-ATTEINT VALUE "Y".
           88 PALIER-NON-ATTEINT VALUE "N".

       01  WS-ANCIENNETE-EMP PIC S9(3).
       01  WS-ANCIENNETE-PALIER PIC S9(3).
       01  WS-TAUX-PRIME-ANC PIC V999.
       01  WS-PRIME-ANC-EMP PIC 9(6)V99.
       01  WS-SUM-PRIME-ANC PIC 9(8)V99 VALUE 0.
       01  WS-DEPT-SUM-PRIME-ANC PIC 9(8)V99 VALUE 0.
       01  WS-CNT-PRIMES-ANC PIC 9(5) VALUE 0.
       01  WS-CNT-SANS-EMBAUCHE PIC 9(5) VALUE 0.

       01  WS-PRIME-ANC-LINE.
           05 FILLER PIC X(22) VALUE "  PRIME ANCIENNETE :  ".
           05 FILLER PIC X(5) VALUE "ANS: ".
           05 WPA-ANNEES PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "TAUX: ".
           05 WPA-TAUX PIC .999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "MONTANT: ".
           05 WPA-MONTANT PIC ZZZZZ9.99.

       01  WS-DEPT-PRIME-ANC-LINE.
           05 FILLER PIC X(20) VALUE "  PRIMES ANC. DEPT :".
           05 WDA-NOM PIC X(30).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "ANCIENNETE:".
           05 WDA-PRIME-ANC PIC ZZZZZZ9.99.

       01  WS-PRIME-ANC-TOTALS.
           05 FILLER PIC X(19) VALUE "PRIMES ANCIENNETE:".
           05 WAT-PRIME-ANC PIC ZZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "NB:".
           05 WAT-NB PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "SANS DATE EMBAUCHE:".
           05 WAT-SANS-DATE PIC ZZZZ9.

       01  WS-FICHE-GL-STATUS PIC X(2).

       *>COMPTE GL DE CHAQUE DEPARTEMENT, MEMORISE AU FIL DE LA
       01  WS-SUM-CREDITS PIC 9(10)V99 VALUE 0.
       01  WS-RETENUE-TOTALE PIC 9(8)V99 VALUE 0.

       *>COMPTES DE CONTREPARTIE : REMUNERATIONS DUES AU PERSONNEL,
       *>ORGANISMES BENEFICIAIRES DES RETENUES ET ORGANISMES SOCIAUX
       *>CREANCIERS DES CHARGES PATRONALES
       01  WS-COMPTE-NET PIC X(10) VALUE "421000".
       01  WS-COMPTE-RETENUE PIC X(10) VALUE "431000".
       01  WS-COMPTE-CHARGES PIC X(10) VALUE "437000".

      *>LA MARQUE "SIMULATION" DANS L'ENTETE EMPECHE DE CHARGER EN
      *>COMPTABILITE UN EXTRAIT ISSU D'UN PASSAGE DE SIMULATION
           05 FILLER PIC XXX VALUE SPACES.
           05 WCH-NET PIC ZZZZZZ9.99.
           05 FILLER PIC XXX VALUE SPACES.
           05 WCH-MOTIF PIC X(20).

       01  WS-FICHE-RAPPEL-STATUS PIC X(2).
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-RAPPEL VALUE X"01" THRU X"FF".
       01  WS-RAPPEL-SW PIC X VALUE "N".
           88 RAPPEL-DISPONIBLE VALUE "Y".
           88 RAPPEL-ABSENT VALUE "N".

       *>RAPPELS DE SALAIRE CALCULES PAR PAY-RECALL ET NON ENCORE
       *>VERSES ; UNE LIGNE VERSEE DANS CE PASSAGE EST MARQUEE ET
       *>N'EST PAS RECONDUITE DANS RAPPELS.DAT EN FIN DE PASSAGE
       01  WS-RAPPEL-TABLE.
           05 WS-RAPPEL-COUNT PIC 9(4) VALUE 0.
           05 WS-RAPPEL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-RAPPEL-IDX.
               10 WS-RAP-EMPLOYEID PIC 9(7).
               10 WS-RAP-PERIODE-DEBUT PIC 9(6).
               10 WS-RAP-PERIODE-FIN PIC 9(6).
               10 WS-RAP-NB-PERIODES PIC 9(3).
               10 WS-RAP-MONTANT PIC 9(6)V99.
               10 WS-RAP-SALAIRE PIC 9(4)V99.
               10 WS-RAP-DATE-CALCUL PIC 9(8).
               10 WS-RAP-NET PIC 9(6)V99.
               10 WS-RAP-ETAT PIC X.
                   88 RAP-A-VERSER VALUE "N".
                   88 RAP-VERSE VALUE "O".

       01  WS-RAPPEL-BRUT PIC 9(7)V99 VALUE 0.
       01  WS-RAPPEL-NET PIC 9(7)V99 VALUE 0.
       01  WS-DEPT-SUM-RAPPEL PIC 9(8)V99 VALUE 0.
       01  WS-SUM-RAPPEL-BRUT PIC 9(8)V99 VALUE 0.
       01  WS-SUM-RAPPEL-NET PIC 9(8)V99 VALUE 0.
       01  WS-NET-A-PAYER PIC 9(8)V99 VALUE 0.
       01  WS-CNT-RAPPELS-VERSES PIC 9(5) VALUE 0.
       01  WS-CNT-RAPPELS-ATTENTE PIC 9(5) VALUE 0.

       01  WS-RAPPEL-LINE.
           05 FILLER PIC X(22) VALUE "  RAPPEL DE SALAIRE : ".
           05 FILLER PIC X(6) VALUE "BRUT: ".
           05 WRL-BRUT PIC ZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "NET: ".
           05 WRL-NET PIC ZZZZZZ9.99.

       01  WS-DEPT-RAPPEL-LINE.
           05 FILLER PIC X(20) VALUE "  RAPPELS DEPT :    ".
           05 WDR-NOM PIC X(30).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "BRUT:".
           05 WDR-BRUT PIC ZZZZZZ9.99.

       01  WS-DEPT-CHARGES-LINE.
           05 FILLER PIC X(20) VALUE "  CHARGES DEPT :    ".
           05 WDC-NOM PIC X(30).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "PATRONALES:".
           05 WDC-CHARGES PIC ZZZZZZ9.99.

       01  WS-CHARGES-TOTALS.
           05 FILLER PIC X(20) VALUE "CHARGES PATRONALES:".
           05 WCT-CHARGES PIC ZZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "COUT EMPLOYEUR:".
           05 WCT-COUT PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "HORS LIMITE:".
           05 WCT-HORS-LIMITE PIC ZZZZ9.

       01  WS-RAPPEL-TOTALS.
           05 FILLER PIC X(16) VALUE "RAPPELS VERSES:".
           05 WRT-NB PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "BRUT RAPPEL:".
           05 WRT-BRUT PIC ZZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "NET RAPPEL:".
           05 WRT-NET PIC ZZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "EN ATTENTE:".
           05 WRT-ATTENTE PIC ZZZZ9.

       01  WS-CSV-RAPPEL PIC ZZZZZZ9.99.

       01  WS-FICHE-ABS-STATUS PIC X(2).
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-ABS VALUE X"01" THRU X"FF".
       01  WS-ABS-SW PIC X VALUE "N".
           88 ABSENCE-DISPONIBLE VALUE "Y".
           88 ABSENCE-ABSENT VALUE "N".

       01  WS-FICHE-CONGE-STATUS PIC X(2).
       01  WS-CONGE-SW PIC X VALUE "N".
           88 CONGE-DISPONIBLE VALUE "Y".
           88 CONGE-ABSENT VALUE "N".

       01  WS-FICHE-SUSP-STATUS PIC X(2).
       01  WS-SUSP-SW PIC X VALUE "N".
           88 SUSP-DISPONIBLE VALUE "Y".
           88 SUSP-ABSENT VALUE "N".
       01  WS-PAIE-MODE-SW PIC X VALUE "V".
           88 PAIEMENT-PAR-VIREMENT VALUE "V".
           88 PAIEMENT-PAR-CHEQUE VALUE "C".
       01  WS-CNT-CHEQUES-SUSPECTS PIC 9(5) VALUE 0.

       *>ABSENCES SAISIES ET NON ENCORE IMPUTEES ; UNE ABSENCE
       *>IMPUTEE DANS CE PASSAGE N'EST PAS RECONDUITE DANS
       *>ABSENCES.DAT EN FIN DE PASSAGE, UNE LIGNE INVALIDE OU UN
       *>CONGE REFUSE Y RESTE JUSQU'A CORRECTION
       01  WS-ABS-TABLE.
           05 WS-ABS-COUNT PIC 9(4) VALUE 0.
           05 WS-ABS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ABS-IDX.
               10 WS-ABS-ENREG.
                   15 WS-ABS-EMPLOYEID PIC 9(7).
                   15 WS-ABS-TYPE PIC X.
                   15 WS-ABS-DATE-DEBUT PIC 9(8).
                   15 WS-ABS-DATE-FIN PIC 9(8).
                   15 WS-ABS-HEURES PIC 9(3).
               10 WS-ABS-ETAT PIC X.
                   88 ABS-A-IMPUTER VALUE "N".
                   88 ABS-IMPUTEE VALUE "O".
                   88 ABS-INVALIDE VALUE "I".
               10 WS-ABS-DECISION PIC X.
                   88 ABS-RETENUE VALUE "R".
                   88 ABS-REFUSEE VALUE "X".
                   88 ABS-HORS-HEURES VALUE "H".
                   88 ABS-NON-EXAMINEE VALUE SPACE.

       *>HEURES DE CONGES PAYES ACQUISES A CHAQUE PERIODE PAYEE
       *>(2,5 JOURS OUVRABLES DE 7 HEURES PAR MOIS, SUR 12 MOIS)
       01  WS-ACQUISITION-CONGE PIC 9(2)V99 VALUE 14.58.

       01  WS-HEURES-TRAVAILLEES PIC 9(3).
       01  WS-ABS-HEURES-N PIC 9(4).
       01  WS-ABS-HEURES-M PIC 9(4).
       01  WS-ABS-HEURES-C PIC 9(4).
       01  WS-ABS-TOTAL PIC 9(5).
       01  WS-CONGE-PLAFOND PIC 9(4).
       01  WS-CONGE-DISPO PIC 9(4)V99.
       01  WS-CONGE-RESTE PIC 9(5)V99.
       01  WS-CONGE-ACQUIS-EMP PIC 9(2)V99.
       01  WS-CONGE-SOLDE-FIN PIC 9(5)V99.
       01  WS-CNT-ABS-REFUS-EMP PIC 9(3).

       01  WS-CNT-ABS-IMPUTEES PIC 9(5) VALUE 0.
       01  WS-CNT-ABS-REFUSEES PIC 9(5) VALUE 0.
       01  WS-CNT-ABS-HORS-HEURES PIC 9(5) VALUE 0.
       01  WS-CNT-ABS-INVALIDES PIC 9(5) VALUE 0.
       01  WS-CNT-ABS-EXCEDENT PIC 9(5) VALUE 0.
       01  WS-CNT-CONGES-MAJ PIC 9(5) VALUE 0.

       01  WS-ECHO-CONGE-LINE.
           05 FILLER PIC X(24) VALUE "CONGES ACQUIS/PERIODE : ".
           05 WEG-ACQUISITION PIC Z9.99.

       01  WS-ABSENCE-LINE.
           05 FILLER PIC X(22) VALUE "  ABSENCES (H) :      ".
           05 FILLER PIC X(12) VALUE "NON PAYEES: ".
           05 WAL-NON-PAYEES PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "MALADIE: ".
           05 WAL-MALADIE PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "CONGES: ".
           05 WAL-CONGES PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "REFUS: ".
           05 WAL-REFUS PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SOLDE CONGES: ".
           05 WAL-SOLDE PIC ZZZZ9.99.

       01  WS-DEDUC-LINE.
           05 FILLER PIC X(12) VALUE "  RETENUE : ".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "TAUX : ".
           05 WDD-TAUX PIC .999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "CHARGES PAT. : ".
           05 WDD-CHARGES PIC ZZZZZ9.99.

       01  WS-EMP-INFOS.
           05 WS-ID-EMP PIC X(7).
           05 FILLER PIC X(6) VALUE "JOUR:".
           05 WS-BDAY-LINE-JOUR PIC Z9.

       *>PALIERS D'ANCIENNETE ATTEINTS DANS LE MOIS : ANNIVERSAIRE
       *>D'EMBAUCHE DU MOIS SUR UN SEUIL DE LA TABLE DES PRIMES OU
       *>SUR UN MULTIPLE DE 5 ANS
       01  WS-PALIER-TABLE.
           05 WS-PALIER-COUNT PIC 9(3) VALUE 0.
           05 WS-PALIER-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PALIER-IDX.
               10 WS-PALIER-ID PIC X(7).
               10 WS-PALIER-PRENOM PIC X(10).
               10 WS-PALIER-NOM PIC X(10).
               10 WS-PALIER-ANNEES PIC 9(3).
               10 WS-PALIER-JOUR PIC 9(2).

       01  WS-PALIER-TITLE.
           05 FILLER PIC X(40) VALUE
               "PALIERS D'ANCIENNETE DU MOIS".

       01  WS-PALIER-LINE.
           05 WS-PALIER-LINE-ID PIC X(7).
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-PALIER-LINE-PRENOM PIC X(10).
           05 WS-PALIER-LINE-NOM PIC X(10).
           05 FILLER PIC XXX VALUE SPACES.
           05 FILLER PIC X(5) VALUE "ANS:".
           05 WS-PALIER-LINE-ANNEES PIC ZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 FILLER PIC X(6) VALUE "JOUR:".
           05 WS-PALIER-LINE-JOUR PIC Z9.

       01         PIC X VALUE X"00".
           88 FIN-FICHIER-YTD VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-CONTROLE-CLOTURE VALUE X"01" THRU X"FF".

       01  WS-CNT-YTD-NON-CLOS PIC 9(7) VALUE 0.

       01  WS-YTD-TITLE.
           05 FILLER PIC X(40) VALUE
           PERFORM 2950-WRITE-CONTROL-TOTALS.
           PERFORM 2900-WRITE-DEMOGRAPHICS-SUMMARY.
           PERFORM 2910-WRITE-BIRTHDAY-LIST.
           PERFORM 2915-WRITE-PALIER-LIST.
           PERFORM 2920-WRITE-YTD-SUMMARY.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.
         


               STOP RUN
           END-IF.

           *>LE CUMUL ANNUEL S'OUVRE AVANT LES FICHIERS EN SORTIE : UN
           *>PASSAGE REFUSE FAUTE DE CLOTURE ANNUELLE NE DOIT PAS VIDER
           *>L'ETAT, LES REJETS NI LE CSV DE LA PERIODE PRECEDENTE
           PERFORM 1000B-OPEN-YTD-FILE.
           IF YTD-DISPONIBLE
               PERFORM 1000H-CHECK-CLOTURE
           END-IF.

           OPEN INPUT FICHE-EMP.
           IF WS-FICHE-EMP-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier."
               STOP RUN
           END-IF.

           IF MODE-REEL
               PERFORM 1000C-OPEN-HIST-FILE
           END-IF.
           END-IF.

           PERFORM 1000D-LOAD-BAREME.
           PERFORM 1000M-LOAD-CHARGES.
           PERFORM 1000O-LOAD-ANCIENNETE.

           *>LES RETENUES VOLONTAIRES PAR EMPLOYE SONT FACULTATIVES :
           *>SANS LA TABLE, SEULE LA RETENUE DU BAREME S'APPLIQUE
               END-IF
           END-IF.

           PERFORM 1000F-LOAD-RAPPELS.
           PERFORM 1000I-OPEN-CONGES.
           PERFORM 1000J-LOAD-ABSENCES.
           PERFORM 1000L-OPEN-RIB-SUSPECTS.

           OPEN-FILES-END.
               EXIT.

           READ-BAREME-END.
               EXIT.

       1000F-LOAD-RAPPELS SECTION.
           LOAD-RAPPELS-START.

           *>LES RAPPELS DE SALAIRE SONT FACULTATIFS : SANS PASSAGE
           *>DE PAY-RECALL, IL N'Y A RIEN A VERSER EN PLUS DE LA PAIE
           OPEN INPUT FICHE-RAPPEL.
           IF WS-FICHE-RAPPEL-STATUS = "00"
               SET RAPPEL-DISPONIBLE TO TRUE
               PERFORM 1000G-READ-RAPPEL
               PERFORM UNTIL FIN-FICHIER-RAPPEL
                   IF WS-RAPPEL-COUNT < 1000
                       ADD 1 TO WS-RAPPEL-COUNT
                       SET WS-RAPPEL-IDX TO WS-RAPPEL-COUNT
                       MOVE RAP-EMPLOYEID
                           TO WS-RAP-EMPLOYEID (WS-RAPPEL-IDX)
                       MOVE RAP-PERIODE-DEBUT
                           TO WS-RAP-PERIODE-DEBUT (WS-RAPPEL-IDX)
                       MOVE RAP-PERIODE-FIN
                           TO WS-RAP-PERIODE-FIN (WS-RAPPEL-IDX)
                       MOVE RAP-NB-PERIODES
                           TO WS-RAP-NB-PERIODES (WS-RAPPEL-IDX)
                       MOVE RAP-MONTANT
                           TO WS-RAP-MONTANT (WS-RAPPEL-IDX)
                       MOVE RAP-SALAIRE
                           TO WS-RAP-SALAIRE (WS-RAPPEL-IDX)
                       MOVE RAP-DATE-CALCUL
                           TO WS-RAP-DATE-CALCUL (WS-RAPPEL-IDX)
                       MOVE ZERO TO WS-RAP-NET (WS-RAPPEL-IDX)
                       SET RAP-A-VERSER (WS-RAPPEL-IDX) TO TRUE
                   ELSE
                       DISPLAY "TABLE DES RAPPELS DE SALAIRE SATUREE "
                           "(1000 LIGNES)."
                       DISPLAY "AUGMENTER WS-RAPPEL-ENTRY ET RELANCER."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 1000G-READ-RAPPEL
               END-PERFORM
               CLOSE FICHE-RAPPEL
           ELSE
               SET RAPPEL-ABSENT TO TRUE
               IF WS-FICHE-RAPPEL-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture du fichier "
                       "des rappels de salaire."
                   DISPLAY "Le code erreur est : "
                       WS-FICHE-RAPPEL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           LOAD-RAPPELS-END.
               EXIT.

       1000G-READ-RAPPEL SECTION.
           READ-RAPPEL-START.

               READ FICHE-RAPPEL
                   AT END
                       SET FIN-FICHIER-RAPPEL TO TRUE
                   NOT AT END
                       IF WS-FICHE-RAPPEL-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-RAPPEL-STATUS
                       END-IF
               END-READ.

           READ-RAPPEL-END.
               EXIT.

       1000I-OPEN-CONGES SECTION.
           OPEN-CONGES-START.

           *>EN SIMULATION, LES SOLDES DE CONGES SONT SEULEMENT LUS ;
           *>SANS CONGES.DAT, TOUT EMPLOYE PART D'UN SOLDE NUL. EN
           *>MODE REEL, LE FICHIER EST CREE A LA PREMIERE ACQUISITION
           IF MODE-SIMULATION
               OPEN INPUT FICHE-CONGE
               IF WS-FICHE-CONGE-STATUS = "00"
                   SET CONGE-DISPONIBLE TO TRUE
               ELSE
                   SET CONGE-ABSENT TO TRUE
                   IF WS-FICHE-CONGE-STATUS NOT = "35"
                       DISPLAY "Erreur lors de l'ouverture du fichier "
                           "des soldes de conges."
                       DISPLAY "Le code erreur est : "
                           WS-FICHE-CONGE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               GO TO OPEN-CONGES-END
           END-IF.

           OPEN I-O FICHE-CONGE.
           IF WS-FICHE-CONGE-STATUS = "35"
               OPEN OUTPUT FICHE-CONGE
               CLOSE FICHE-CONGE
               OPEN I-O FICHE-CONGE
           END-IF.
           IF WS-FICHE-CONGE-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des soldes de conges."
               DISPLAY "Le code erreur est : " WS-FICHE-CONGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET CONGE-DISPONIBLE TO TRUE.

           OPEN-CONGES-END.
               EXIT.

       1000J-LOAD-ABSENCES SECTION.
           LOAD-ABSENCES-START.

           *>LES ABSENCES SONT FACULTATIVES : SANS ABSENCES.DAT, LA
           *>PAIE REPOSE SUR LES SEULES HEURES DU FICHIER EMPLOYES.
           *>UNE LIGNE INVALIDE PART EN REJET A CHAQUE PASSAGE ET
           *>RESTE DANS LE FICHIER JUSQU'A SA CORRECTION
           OPEN INPUT FICHE-ABS.
           IF WS-FICHE-ABS-STATUS = "00"
               SET ABSENCE-DISPONIBLE TO TRUE
               PERFORM 1000K-READ-ABSENCE
               PERFORM UNTIL FIN-FICHIER-ABS
                   IF WS-ABS-COUNT < 2000
                       ADD 1 TO WS-ABS-COUNT
                       SET WS-ABS-IDX TO WS-ABS-COUNT
                       MOVE ABSENCE-RECORD TO WS-ABS-ENREG (WS-ABS-IDX)
                       SET ABS-NON-EXAMINEE (WS-ABS-IDX) TO TRUE
                       IF ABS-EMPLOYEID NUMERIC
                           AND ABS-TYPE-VALIDE
                           AND ABS-DATE-DEBUT NUMERIC
                           AND ABS-DATE-FIN NUMERIC
                           AND ABS-DATE-FIN NOT < ABS-DATE-DEBUT
                           AND ABS-HEURES NUMERIC
                           AND ABS-HEURES > 0
                           SET ABS-A-IMPUTER (WS-ABS-IDX) TO TRUE
                       ELSE
                           SET ABS-INVALIDE (WS-ABS-IDX) TO TRUE
                           ADD 1 TO WS-CNT-ABS-INVALIDES
                           MOVE ABSENCE-RECORD(1:7) TO WS-REJ-ID
                           MOVE SPACES TO WS-REJ-PRENOM
                           MOVE SPACES TO WS-REJ-NOM
                           MOVE "ABSENCE INVALIDE" TO WS-REJ-RAISON
                           PERFORM 2013B-WRITE-REJET-ABSENCE
                       END-IF
                   ELSE
                       DISPLAY "TABLE DES ABSENCES SATUREE "
                           "(2000 LIGNES)."
                       DISPLAY "AUGMENTER WS-ABS-ENTRY ET RELANCER."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 1000K-READ-ABSENCE
               END-PERFORM
               CLOSE FICHE-ABS
           ELSE
               SET ABSENCE-ABSENT TO TRUE
               IF WS-FICHE-ABS-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture du fichier "
                       "des absences."
                   DISPLAY "Le code erreur est : " WS-FICHE-ABS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           LOAD-ABSENCES-END.
               EXIT.

       1000K-READ-ABSENCE SECTION.
           READ-ABSENCE-START.

               READ FICHE-ABS
                   AT END
                       SET FIN-FICHIER-ABS TO TRUE
                   NOT AT END
                       IF WS-FICHE-ABS-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-ABS-STATUS
                       END-IF
               END-READ.

           READ-ABSENCE-END.
               EXIT.

       1000L-OPEN-RIB-SUSPECTS SECTION.
           OPEN-RIB-SUSPECTS-START.

           *>RIBSUSP.DAT EST ECRIT PAR BANK-RETURN ET VIDE PAR LES
           *>TRANSACTIONS "B" D'EMP-MAINT ; TANT QU'AUCUN VIREMENT
           *>N'A ETE REJETE, LE FICHIER N'EXISTE PAS
           OPEN INPUT FICHE-SUSP.
           IF WS-FICHE-SUSP-STATUS = "00"
               SET SUSP-DISPONIBLE TO TRUE
           ELSE
               SET SUSP-ABSENT TO TRUE
               IF WS-FICHE-SUSP-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture du fichier "
                       "des RIB suspects."
                   DISPLAY "Le code erreur est : "
                       WS-FICHE-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN-RIB-SUSPECTS-END.
               EXIT.

       1000M-LOAD-CHARGES SECTION.
           LOAD-CHARGES-START.

           *>LE BAREME DES CHARGES PATRONALES EST FACULTATIF : TANT QUE
           *>CHG-LOAD NE L'A PAS CONSTRUIT, LA PAIE TOURNE SANS CHARGES
           OPEN INPUT CHG-TABLE.
           IF WS-CHG-TABLE-STATUS = "00"
               PERFORM 1000N-READ-CHARGES
               PERFORM UNTIL FIN-TABLE-CHARGES
                   IF WS-CHARGES-COUNT < 20
                       ADD 1 TO WS-CHARGES-COUNT
                       SET WS-CHARGES-IDX TO WS-CHARGES-COUNT
                       MOVE CR-BRUT-PLAFOND
                           TO WS-CHARGES-PLAFOND (WS-CHARGES-IDX)
                       MOVE CR-TAUX TO WS-CHARGES-TAUX (WS-CHARGES-IDX)
                   ELSE
                       DISPLAY "BAREME DES CHARGES PATRONALES SATURE "
                           "(20 TRANCHES)."
                       DISPLAY "AUGMENTER WS-CHARGES-ENTRY ET "
                           "RELANCER."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 1000N-READ-CHARGES
               END-PERFORM
               CLOSE CHG-TABLE
               IF WS-CHARGES-COUNT > 0
                   SET CHARGES-DISPONIBLE TO TRUE
               ELSE
                   SET CHARGES-ABSENT TO TRUE
               END-IF
           ELSE
               SET CHARGES-ABSENT TO TRUE
               IF WS-CHG-TABLE-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture du bareme "
                       "des charges patronales."
                   DISPLAY "Le code erreur est : " WS-CHG-TABLE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           LOAD-CHARGES-END.
               EXIT.

       1000N-READ-CHARGES SECTION.
           READ-CHARGES-START.

               READ CHG-TABLE NEXT
                   AT END
                       SET FIN-TABLE-CHARGES TO TRUE
                   NOT AT END
                       IF WS-CHG-TABLE-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-CHG-TABLE-STATUS
                       END-IF
               END-READ.

           READ-CHARGES-END.
               EXIT.

       1000O-LOAD-ANCIENNETE SECTION.
           LOAD-ANCIENNETE-START.

           *>LA TABLE DE LA PRIME D'ANCIENNETE EST FACULTATIVE : TANT
           *>QU'ANC-LOAD NE L'A PAS CONSTRUITE, AUCUNE PRIME N'EST
           *>VERSEE (LES PALIERS SONT ALORS LES MULTIPLES DE 5 ANS)
           OPEN INPUT ANC-TABLE.
           IF WS-ANC-TABLE-STATUS = "00"
               PERFORM 1000P-READ-ANCIENNETE
               PERFORM UNTIL FIN-TABLE-ANCIENNETE
                   IF WS-ANCIENNETE-COUNT < 20
                       ADD 1 TO WS-ANCIENNETE-COUNT
                       SET WS-ANCIENNETE-IDX TO WS-ANCIENNETE-COUNT
                       MOVE AR-ANNEES
                           TO WS-ANCIENNETE-SEUIL (WS-ANCIENNETE-IDX)
                       MOVE AR-TAUX
                           TO WS-ANCIENNETE-TAUX (WS-ANCIENNETE-IDX)
                   ELSE
                       DISPLAY "TABLE DE LA PRIME D'ANCIENNETE SATUREE "
                           "(20 SEUILS)."
                       DISPLAY "AUGMENTER WS-ANCIENNETE-ENTRY ET "
                           "RELANCER."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 1000P-READ-ANCIENNETE
               END-PERFORM
               CLOSE ANC-TABLE
               IF WS-ANCIENNETE-COUNT > 0
                   SET ANCIENNETE-DISPONIBLE TO TRUE
               ELSE
                   SET ANCIENNETE-ABSENT TO TRUE
               END-IF
           ELSE
               SET ANCIENNETE-ABSENT TO TRUE
               IF WS-ANC-TABLE-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture de la table "
                       "de la prime d'anciennete."
                   DISPLAY "Le code erreur est : " WS-ANC-TABLE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           LOAD-ANCIENNETE-END.
               EXIT.

       1000P-READ-ANCIENNETE SECTION.
           READ-ANCIENNETE-START.

               READ ANC-TABLE NEXT
                   AT END
                       SET FIN-TABLE-ANCIENNETE TO TRUE
                   NOT AT END
                       IF WS-ANC-TABLE-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-ANC-TABLE-STATUS
                       END-IF
               END-READ.

           READ-ANCIENNETE-END.
               EXIT.

       1000A-CHECK-RESTART SECTION.
           CHECK-RESTART-START.

           OPEN-YTD-FILE-END.
               EXIT.

       1000H-CHECK-CLOTURE SECTION.
           CHECK-CLOTURE-START.

           *>UN CUMUL D'UNE ANNEE ANTERIEURE A LA PERIODE VEUT DIRE
           *>QUE YEAR-CLOSE N'A PAS ENCORE CLOS CETTE ANNEE : LE
           *>PASSAGE L'ECRASERAIT SANS ATTESTATION NI ARCHIVE
           MOVE ZERO TO YTD-EMPLOYEID.
           START FICHE-YTD KEY IS NOT LESS THAN YTD-EMPLOYEID
               INVALID KEY
                   SET FIN-CONTROLE-CLOTURE TO TRUE
           END-START.

           PERFORM UNTIL FIN-CONTROLE-CLOTURE
               READ FICHE-YTD NEXT
                   AT END
                       SET FIN-CONTROLE-CLOTURE TO TRUE
                   NOT AT END
                       IF YTD-ANNEE < WS-CUR-ANNEE
                           ADD 1 TO WS-CNT-YTD-NON-CLOS
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CNT-YTD-NON-CLOS > 0
               DISPLAY WS-CNT-YTD-NON-CLOS " CUMUL(S) ANNUEL(S) "
                   "ANTERIEUR(S) A L'ANNEE " WS-CUR-ANNEE
                   " : CLOTURE ANNUELLE NON FAITE"
               IF MODE-REEL
                   DISPLAY "LANCER YEAR-CLOSE AVANT DE PAYER UNE "
                       "PERIODE DE LA NOUVELLE ANNEE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           CHECK-CLOTURE-END.
               EXIT.

       1000C-OPEN-HIST-FILE SECTION.
           OPEN-HIST-FILE-START.

                       IF PAR-SIMULATION = "O"
                           SET MODE-SIMULATION TO TRUE
                       END-IF
                       IF PAR-ACQUISITION-CONGE NUMERIC
                           AND PAR-ACQUISITION-CONGE > 0
                           MOVE PAR-ACQUISITION-CONGE
                               TO WS-ACQUISITION-CONGE
                       END-IF
               END-READ
               CLOSE FICHE-PARAM
           ELSE
           MOVE WS-SIMULATION-SW TO WES-SIMULATION.
           MOVE WS-ECHO-SIMUL-LINE TO FS-BUF-COMPT.
           WRITE FS-BUF-COMPT.
           MOVE WS-ACQUISITION-CONGE TO WEG-ACQUISITION.
           MOVE WS-ECHO-CONGE-LINE TO FS-BUF-COMPT.
           WRITE FS-BUF-COMPT.
           IF MODE-SIMULATION
               MOVE WS-ECHO-AVERTISSEMENT TO FS-BUF-COMPT
               WRITE FS-BUF-COMPT
           STRING
               "ID,PRENOM,NOM,SALAIRE,DEPARTEMENT,HEURES,AGE,"
                   DELIMITED BY SIZE
               "BRUT,NET,RETENUE,MUTUELLE,SAISIE,RAPPEL,CHARGES,"
                   DELIMITED BY SIZE
               "ANCIENNETE" DELIMITED BY SIZE
               INTO FS-BUF-CSV
           END-STRING.
           WRITE FS-BUF-CSV.
               MOVE SALAIRE TO SD-SALAIRE
               MOVE GENRE TO SD-GENRE
               MOVE EMP-RIB TO SD-RIB
               MOVE EMP-DATE-EMBAUCHE TO SD-DATE-EMBAUCHE
               RELEASE SD-EMP-RECORD
           END-IF.

                  MOVE SD-SALAIRE TO SALAIRE
                  MOVE SD-GENRE TO GENRE
                  MOVE SD-RIB TO EMP-RIB
                  MOVE SD-DATE-EMBAUCHE TO EMP-DATE-EMBAUCHE

                  IF DEPARTEMENT NOT = WS-CURRENT-DEPT
                      IF WS-CURRENT-DEPT NOT = SPACES
                      MOVE 0 TO WS-DEPT-SUM
                      MOVE 0 TO WS-DEPT-SUM-BRUT
                      MOVE 0 TO WS-DEPT-SUM-NET
                      MOVE 0 TO WS-DEPT-SUM-RAPPEL
                      MOVE 0 TO WS-DEPT-SUM-CHARGES
                      MOVE 0 TO WS-DEPT-SUM-PRIME-ANC
                      PERFORM 2019D-WRITE-DEPT-HEADER
                  END-IF

                  MOVE SALAIRE TO WS-SALAIRE-EMP
                  MOVE HEURESTRAVAIL TO WS-HEURES-EMP
                  MOVE DEPARTEMENT TO WS-DEPARTEMENT-EMP
                  PERFORM 2015J-IMPUTER-ABSENCES
                  PERFORM 2015-COMPUTE-SALAIRE-BRUT
                  PERFORM 2015B-COMPUTE-SALAIRE-NET
                  PERFORM 2017-COMPUTE-AGE-ET-CONTROLE
                      WHEN OTHER
                          PERFORM 2016-TALLY-DEMOGRAPHICS
                          PERFORM 2018-CHECK-ANNIVERSAIRE
                          PERFORM 2018B-CHECK-PALIER-ANCIENNETE
                          PERFORM 2015H-CALCULER-RAPPEL
                          PERFORM 2015L-CALCULER-CHARGES
                          IF MODE-REEL
                              PERFORM 2015C-UPDATE-YTD-CUMUL
                          END-IF
                          PERFORM 2015K-CONSOMMER-ABSENCES
                          IF MODE-REEL AND CUMUL-APPLIQUE
                              PERFORM 2015E-WRITE-HISTORIQUE
                          END-IF
                          ADD 1 TO WS-CNT-EMPLOYES
                          ADD 1 TO WS-DEPT-CNT
                          ADD WS-BRUT-EMP TO WS-DEPT-SUM-BRUT
                          ADD WS-NET-EMP TO WS-SUM-NET
                          ADD WS-NET-EMP TO WS-DEPT-SUM-NET
                          ADD WS-RAPPEL-BRUT TO WS-SUM-RAPPEL-BRUT
                          ADD WS-RAPPEL-BRUT TO WS-DEPT-SUM-RAPPEL
                          ADD WS-RAPPEL-NET TO WS-SUM-RAPPEL-NET
                          ADD WS-CHARGES-EMP TO WS-SUM-CHARGES
                          ADD WS-CHARGES-EMP TO WS-DEPT-SUM-CHARGES
                          ADD WS-PRIME-ANC-EMP TO WS-SUM-PRIME-ANC
                          ADD WS-PRIME-ANC-EMP TO WS-DEPT-SUM-PRIME-ANC
                          IF WS-PRIME-ANC-EMP > ZERO
                              ADD 1 TO WS-CNT-PRIMES-ANC
                          END-IF
                          IF EMBAUCHE-INCONNUE
                              ADD 1 TO WS-CNT-SANS-EMBAUCHE
                          END-IF
                          IF SALAIRE < WS-MIN-SALAIRE
                              MOVE SALAIRE TO WS-MIN-SALAIRE
                          END-IF
                          MOVE WS-DETAIL-LINE TO FS-BUF-COMPT
                          WRITE FS-BUF-COMPT
                          PERFORM 2019H-WRITE-DEDUC-LINE
                          IF WS-PRIME-ANC-EMP > ZERO
                              MOVE WS-ANCIENNETE-EMP TO WPA-ANNEES
                              MOVE WS-TAUX-PRIME-ANC TO WPA-TAUX
                              MOVE WS-PRIME-ANC-EMP TO WPA-MONTANT
                              MOVE WS-PRIME-ANC-LINE TO FS-BUF-COMPT
                              WRITE FS-BUF-COMPT
                          END-IF
                          IF WS-ABS-TOTAL > ZERO
                              OR WS-CNT-ABS-REFUS-EMP > ZERO
                              MOVE WS-ABS-HEURES-N TO WAL-NON-PAYEES
                              MOVE WS-ABS-HEURES-M TO WAL-MALADIE
                              MOVE WS-ABS-HEURES-C TO WAL-CONGES
                              MOVE WS-CNT-ABS-REFUS-EMP TO WAL-REFUS
                              MOVE WS-CONGE-SOLDE-FIN TO WAL-SOLDE
                              MOVE WS-ABSENCE-LINE TO FS-BUF-COMPT
                              WRITE FS-BUF-COMPT
                          END-IF
                          IF WS-RAPPEL-BRUT > ZERO
                              MOVE WS-RAPPEL-BRUT TO WRL-BRUT
                              MOVE WS-RAPPEL-NET TO WRL-NET
                              MOVE WS-RAPPEL-LINE TO FS-BUF-COMPT
                              WRITE FS-BUF-COMPT
                          END-IF
                          MOVE WS-TIRET-FILLER TO FS-BUF-COMPT
                          WRITE FS-BUF-COMPT
                          PERFORM 2019E-WRITE-CSV-LINE
           MOVE WS-DEPT-SUM-NET TO WS-DSL-NET.
           MOVE WS-DEPT-SUBTOTAL-LINE TO FS-BUF-COMPT.
           WRITE FS-BUF-COMPT.
           IF WS-DEPT-SUM-RAPPEL > ZERO
               MOVE WS-CURRENT-DEPT TO WDR-NOM
               MOVE WS-DEPT-SUM-RAPPEL TO WDR-BRUT
               MOVE WS-DEPT-RAPPEL-LINE TO FS-BUF-COMPT
               WRITE FS-BUF-COMPT
           END-IF.
           IF WS-DEPT-SUM-CHARGES > ZERO
               MOVE WS-CURRENT-DEPT TO WDC-NOM
               MOVE WS-DEPT-SUM-CHARGES TO WDC-CHARGES
               MOVE WS-DEPT-CHARGES-LINE TO FS-BUF-COMPT
               WRITE FS-BUF-COMPT
           END-IF.
           IF WS-DEPT-SUM-PRIME-ANC > ZERO
               MOVE WS-CURRENT-DEPT TO WDA-NOM
               MOVE WS-DEPT-SUM-PRIME-ANC TO WDA-PRIME-ANC
               MOVE WS-DEPT-PRIME-ANC-LINE TO FS-BUF-COMPT
               WRITE FS-BUF-COMPT
           END-IF.
           MOVE WS-TIRET-FILLER TO FS-BUF-COMPT.
           WRITE FS-BUF-COMPT.

           WRITE FS-BUF-GL.
           ADD WS-DEPT-SUM-BRUT TO WS-SUM-DEBITS.

           *>LES RAPPELS DE SALAIRE SONT UN COUT DU DEPARTEMENT,
           *>DEBITE SUR UNE LIGNE DISTINCTE DU BRUT DE LA PERIODE
           IF WS-DEPT-SUM-RAPPEL > ZERO
               MOVE SPACES TO WGL-LIBELLE
               STRING "RAPPEL " DELIMITED BY SIZE
                   WS-CURRENT-DEPT DELIMITED BY SIZE
                   INTO WGL-LIBELLE
               END-STRING
               MOVE WS-DEPT-SUM-RAPPEL TO WGL-MONTANT
               MOVE WS-GL-LINE TO FS-BUF-GL
               WRITE FS-BUF-GL
               ADD WS-DEPT-SUM-RAPPEL TO WS-SUM-DEBITS
           END-IF.

           *>LES CHARGES PATRONALES SONT AUSSI UN COUT DU
           *>DEPARTEMENT, DEBITE A PART SUR SON COMPTE ; LA
           *>CONTREPARTIE EST CREDITEE GLOBALEMENT EN FIN D'EXTRAIT
           IF WS-DEPT-SUM-CHARGES > ZERO
               MOVE SPACES TO WGL-LIBELLE
               STRING "CHARGES " DELIMITED BY SIZE
                   WS-CURRENT-DEPT DELIMITED BY SIZE
                   INTO WGL-LIBELLE
               END-STRING
               MOVE WS-DEPT-SUM-CHARGES TO WGL-MONTANT
               MOVE WS-GL-LINE TO FS-BUF-GL
               WRITE FS-BUF-GL
               ADD WS-DEPT-SUM-CHARGES TO WS-SUM-DEBITS
           END-IF.

           *>LA PRIME D'ANCIENNETE EST UN COUT DU DEPARTEMENT DEBITE A
           *>PART DU BRUT ; SA CONTREPARTIE EST DANS LE NET A PAYER ET
           *>LES RETENUES CREDITES EN FIN D'EXTRAIT
           IF WS-DEPT-SUM-PRIME-ANC > ZERO
               MOVE SPACES TO WGL-LIBELLE
               STRING "ANCIENNETE " DELIMITED BY SIZE
                   WS-CURRENT-DEPT DELIMITED BY SIZE
                   INTO WGL-LIBELLE
               END-STRING
               MOVE WS-DEPT-SUM-PRIME-ANC TO WGL-MONTANT
               MOVE WS-GL-LINE TO FS-BUF-GL
               WRITE FS-BUF-GL
               ADD WS-DEPT-SUM-PRIME-ANC TO WS-SUM-DEBITS
           END-IF.

           WRITE-GL-DEBIT-END.
               EXIT.

           MOVE WS-MUTUELLE-EMP TO WDD-MUTUELLE.
           MOVE WS-SAISIE-EMP TO WDD-SAISIE.
           MOVE WS-TAUX-APPLIQUE TO WDD-TAUX.
           MOVE WS-CHARGES-EMP TO WDD-CHARGES.
           MOVE WS-DEDUC-LINE TO FS-BUF-COMPT.
           WRITE FS-BUF-COMPT.

           MOVE WS-RETENUE-EMP TO WS-CSV-RETENUE.
           MOVE WS-MUTUELLE-EMP TO WS-CSV-MUTUELLE.
           MOVE WS-SAISIE-EMP TO WS-CSV-SAISIE.
           MOVE WS-RAPPEL-BRUT TO WS-CSV-RAPPEL.
           MOVE WS-CHARGES-EMP TO WS-CSV-CHARGES.
           MOVE WS-PRIME-ANC-EMP TO WS-CSV-PRIME-ANC.

           MOVE SPACES TO WS-CSV-LINE.
           STRING
               FUNCTION TRIM(WS-CSV-MUTUELLE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-SAISIE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-RAPPEL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-CHARGES) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-PRIME-ANC) DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING.

           WRITE-PAIEMENT-START.

           *>UN EMPLOYE SANS COORDONNEES BANCAIRES SORT SUR LA LISTE
           *>DES PAIEMENTS PAR CHEQUE AU LIEU D'ETRE OMIS EN SILENCE ;
           *>DE MEME TANT QUE SON RIB EST CELUI D'UN VIREMENT REJETE
           *>PAR LA BANQUE
           SET PAIEMENT-PAR-VIREMENT TO TRUE.
           IF EMP-RIB = SPACES
               SET PAIEMENT-PAR-CHEQUE TO TRUE
               MOVE "RIB ABSENT - CHEQUE" TO WCH-MOTIF
           ELSE
               IF SUSP-DISPONIBLE
                   MOVE EMPLOYEID TO RS-EMPLOYEID
                   READ FICHE-SUSP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RS-RIB = EMP-RIB
                               SET PAIEMENT-PAR-CHEQUE TO TRUE
                               MOVE "RIB SUSPECT - CHEQUE"
                                   TO WCH-MOTIF
                               ADD 1 TO WS-CNT-CHEQUES-SUSPECTS
                           END-IF
                   END-READ
               END-IF
           END-IF.

           IF PAIEMENT-PAR-CHEQUE
               MOVE EMPLOYEID TO WCH-EMPLOYEID
               MOVE PRENOM TO WCH-PRENOM
               MOVE NOM TO WCH-NOM
               ADD WS-NET-EMP TO WS-HASH-NET
           END-IF.

           *>LE RAPPEL DE SALAIRE SE PAIE SUR UN ORDRE DISTINCT, POUR
           *>QUE L'EMPLOYE LE DISTINGUE DE LA PAIE DE LA PERIODE
           IF WS-RAPPEL-NET > ZERO
               IF PAIEMENT-PAR-CHEQUE
                   MOVE EMPLOYEID TO WCH-EMPLOYEID
                   MOVE PRENOM TO WCH-PRENOM
                   MOVE NOM TO WCH-NOM
                   MOVE WS-RAPPEL-NET TO WCH-NET
                   MOVE WS-CHEQUE-LINE TO FS-BUF-CHEQ
                   WRITE FS-BUF-CHEQ
                   ADD 1 TO WS-CNT-CHEQUES
               ELSE
                   MOVE EMPLOYEID TO WPD-EMPLOYEID
                   MOVE NOM TO WPD-NOM
                   MOVE PRENOM TO WPD-PRENOM
                   MOVE EMP-RIB TO WPD-RIB
                   MOVE WS-RAPPEL-NET TO WPD-NET
                   MOVE WS-PAIE-DETAIL TO FS-BUF-PAIE
                   WRITE FS-BUF-PAIE
                   ADD 1 TO WS-CNT-PAIEMENTS
                   ADD WS-RAPPEL-NET TO WS-HASH-NET
               END-IF
           END-IF.

           WRITE-PAIEMENT-END.
               EXIT.

           WRITE-REJET-END.
               EXIT.

       2013B-WRITE-REJET-ABSENCE SECTION.
           WRITE-REJET-ABSENCE-START.

           *>UNE ABSENCE ECARTEE N'EMPECHE PAS LA PAIE DE L'EMPLOYE :
           *>ELLE N'ENTRE PAS DANS LE TOTAL DES ENREGISTREMENTS
           *>REJETES, ET SON MOTIF COMMENCE PAR "ABSENCE" POUR QUE
           *>EMP-RECON NE LA COMPTE PAS COMME UN EMPLOYE REJETE
           MOVE WS-REJET-LINE TO FS-BUF-REJETS.
           WRITE FS-BUF-REJETS.

           WRITE-REJET-ABSENCE-END.
               EXIT.

       2015-COMPUTE-SALAIRE-BRUT SECTION.
           COMPUTE-SALAIRE-BRUT-START.

           SET RECORD-VALIDE TO TRUE.

           *>SEULES LES HEURES TRAVAILLEES COMPTENT POUR LE SEUIL DES
           *>35 HEURES ; LES HEURES DE CONGE PAYE S'AJOUTENT AU TAUX
           *>NORMAL, LES ABSENCES NON PAYEES ET MALADIE SONT DEJA
           *>DEDUITES DES HEURES TRAVAILLEES (VOIR 2015J)
           IF WS-HEURES-TRAVAILLEES > 35
               COMPUTE WS-HEURES-SUP = WS-HEURES-TRAVAILLEES - 35
               COMPUTE WS-BRUT-EMP ROUNDED =
                   (35 * SALAIRE) + (WS-HEURES-SUP * SALAIRE * 1.5)
                   + (WS-ABS-HEURES-C * SALAIRE)
                   ON SIZE ERROR
                       SET RECORD-REJETE TO TRUE
                       MOVE "SALAIRE BRUT HORS LIMITE"
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-HEURES-SUP
               COMPUTE WS-BRUT-EMP ROUNDED =
                   (WS-HEURES-TRAVAILLEES + WS-ABS-HEURES-C) * SALAIRE
                   ON SIZE ERROR
                       SET RECORD-REJETE TO TRUE
                       MOVE "SALAIRE BRUT HORS LIMITE"
           MOVE ZERO TO WS-RETENUE-EMP.
           MOVE ZERO TO WS-MUTUELLE-EMP.
           MOVE ZERO TO WS-SAISIE-EMP.
           MOVE ZERO TO WS-PRIME-ANC-EMP.

           *>LA PRIME D'ANCIENNETE S'AJOUTE AU BRUT POUR LE NET : LE
           *>TAUX DU BAREME, CHOISI SUR LE BRUT DE LA PERIODE,
           *>S'APPLIQUE AUX DEUX
           IF RECORD-VALIDE
               PERFORM 2015M-CALCULER-PRIME-ANC
           END-IF.

           IF RECORD-VALIDE
               PERFORM 2015F-TROUVER-TAUX-RETENUE
               COMPUTE WS-RETENUE-EMP ROUNDED =
                   (WS-BRUT-EMP + WS-PRIME-ANC-EMP) * WS-TAUX-APPLIQUE
                   ON SIZE ERROR
                       SET RECORD-REJETE TO TRUE
                       MOVE "SALAIRE NET HORS LIMITE"

           IF RECORD-VALIDE
               PERFORM 2015G-LIRE-RETENUES-EMPLOYE
               COMPUTE WS-NET-CALC = WS-BRUT-EMP + WS-PRIME-ANC-EMP
                   - WS-RETENUE-EMP - WS-MUTUELLE-EMP - WS-SAISIE-EMP
               *>DES RETENUES VOLONTAIRES SUPERIEURES AU BRUT NE
               *>DOIVENT PAS FAIRE UN NET NEGATIF : ON PLAFONNE A
               *>ZERO ET ON COMPTE LE CAS POUR SIGNALEMENT
           COMPUTE-SALAIRE-NET-END.
               EXIT.

       2015M-CALCULER-PRIME-ANC SECTION.
           CALCULER-PRIME-ANC-START.

           MOVE ZERO TO WS-ANCIENNETE-EMP.
           MOVE ZERO TO WS-TAUX-PRIME-ANC.

           *>DATE D'EMBAUCHE A ZERO (FICHE CONVERTIE SANS DATE) : NI
           *>ANCIENNETE NI PRIME, L'EMPLOYE EST COMPTE POUR SIGNALEMENT
           IF EMP-DATE-EMBAUCHE NOT NUMERIC
               OR EMP-DATE-EMBAUCHE = ZERO
               SET EMBAUCHE-INCONNUE TO TRUE
               GO TO CALCULER-PRIME-ANC-END
           END-IF.
           SET EMBAUCHE-CONNUE TO TRUE.

           *>ANNEES REVOLUES A LA DATE DE TRAITEMENT, COMME L'AGE
           COMPUTE WS-ANCIENNETE-EMP = WS-CUR-ANNEE - EDE-ANNEE.
           IF EDE-MOIS > WS-CUR-MOIS
               OR (EDE-MOIS = WS-CUR-MOIS AND EDE-JOUR > WS-CUR-JOUR)
               SUBTRACT 1 FROM WS-ANCIENNETE-EMP
           END-IF.
           IF WS-ANCIENNETE-EMP < ZERO
               MOVE ZERO TO WS-ANCIENNETE-EMP
           END-IF.

           IF ANCIENNETE-ABSENT
               GO TO CALCULER-PRIME-ANC-END
           END-IF.

           *>DERNIER SEUIL ATTEINT ; EN DESSOUS DU PREMIER, PAS DE PRIME
           PERFORM VARYING WS-ANCIENNETE-IDX FROM 1 BY 1
                   UNTIL WS-ANCIENNETE-IDX > WS-ANCIENNETE-COUNT
               IF WS-ANCIENNETE-SEUIL (WS-ANCIENNETE-IDX)
                       > WS-ANCIENNETE-EMP
                   EXIT PERFORM
               END-IF
               MOVE WS-ANCIENNETE-TAUX (WS-ANCIENNETE-IDX)
                   TO WS-TAUX-PRIME-ANC
           END-PERFORM.

           *>LA PRIME PORTE SUR LE SALAIRE DE BASE : HEURES NORMALES ET
           *>CONGES PAYES, SANS LES HEURES SUPPLEMENTAIRES, POUR QUE LA
           *>PRIME NE GONFLE PAS LE TAUX HORAIRE DES HEURES MAJOREES
           COMPUTE WS-PRIME-ANC-EMP ROUNDED =
               (WS-HEURES-TRAVAILLEES - WS-HEURES-SUP + WS-ABS-HEURES-C)
               * SALAIRE * WS-TAUX-PRIME-ANC
               ON SIZE ERROR
                   SET RECORD-REJETE TO TRUE
                   MOVE "PRIME ANCIENNETE HORS LIMITE"
                       TO WS-REJET-RAISON
           END-COMPUTE.

           CALCULER-PRIME-ANC-END.
               EXIT.

       2015F-TROUVER-TAUX-RETENUE SECTION.
           TROUVER-TAUX-RETENUE-START.

           LIRE-RETENUES-EMPLOYE-END.
               EXIT.

       2015L-CALCULER-CHARGES SECTION.
           CALCULER-CHARGES-START.

           MOVE ZERO TO WS-CHARGES-EMP.
           MOVE ZERO TO WS-TAUX-CHARGES.

           IF CHARGES-ABSENT
               GO TO CALCULER-CHARGES-END
           END-IF.

           *>LA TRANCHE SE CHOISIT SUR LE BRUT DE LA PERIODE, COMME
           *>POUR LES RETENUES ; LE TAUX S'APPLIQUE ENSUITE AU BRUT,
           *>A LA PRIME D'ANCIENNETE ET AUX RAPPELS VERSES AVEC LA
           *>PERIODE
           SET WS-CHARGES-IDX TO WS-CHARGES-COUNT.
           MOVE WS-CHARGES-TAUX (WS-CHARGES-IDX) TO WS-TAUX-CHARGES.
           PERFORM VARYING WS-CHARGES-IDX FROM 1 BY 1
                   UNTIL WS-CHARGES-IDX > WS-CHARGES-COUNT
               IF WS-BRUT-EMP NOT >
                       WS-CHARGES-PLAFOND (WS-CHARGES-IDX)
                   MOVE WS-CHARGES-TAUX (WS-CHARGES-IDX)
                       TO WS-TAUX-CHARGES
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           COMPUTE WS-CHARGES-EMP ROUNDED =
               (WS-BRUT-EMP + WS-PRIME-ANC-EMP + WS-RAPPEL-BRUT)
               * WS-TAUX-CHARGES
               ON SIZE ERROR
                   MOVE ZERO TO WS-CHARGES-EMP
                   ADD 1 TO WS-CNT-CHARGES-HORS-LIMITE
                   DISPLAY "CHARGES PATRONALES HORS LIMITE POUR "
                       "EMPLOYEID : " EMPLOYEID
           END-COMPUTE.

           CALCULER-CHARGES-END.
               EXIT.

       2015C-UPDATE-YTD-CUMUL SECTION.
           UPDATE-YTD-CUMUL-START.

                       IF YTD-DERNIERE-PERIODE
                               NOT = WS-CURRENT-DATE(1:6)
                           ADD WS-HEURES-EMP TO YTD-HEURES-CUMUL
                           ADD WS-ABS-HEURES-C TO YTD-HEURES-CUMUL
                           ADD WS-BRUT-EMP TO YTD-BRUT-CUMUL
                           ADD WS-RAPPEL-BRUT TO YTD-BRUT-CUMUL
                           ADD WS-PRIME-ANC-EMP TO YTD-BRUT-CUMUL
                           ADD 1 TO YTD-NB-PERIODES
                           IF WS-HEURES-TRAVAILLEES > 35
                               ADD 1 TO YTD-NB-PERIODES-SUP
                           END-IF
                           MOVE WS-CURRENT-DATE(1:6)
           INIT-YTD-RECORD-START.

           MOVE WS-CUR-ANNEE TO YTD-ANNEE.
           COMPUTE YTD-HEURES-CUMUL = WS-HEURES-EMP + WS-ABS-HEURES-C.
           COMPUTE YTD-BRUT-CUMUL = WS-BRUT-EMP + WS-RAPPEL-BRUT
               + WS-PRIME-ANC-EMP.
           MOVE 1 TO YTD-NB-PERIODES.
           IF WS-HEURES-TRAVAILLEES > 35
               MOVE 1 TO YTD-NB-PERIODES-SUP
           ELSE
               MOVE 0 TO YTD-NB-PERIODES-SUP
           MOVE WS-BRUT-EMP TO HIST-BRUT.
           MOVE WS-NET-EMP TO HIST-NET.
           MOVE WS-DEPARTEMENT-EMP TO HIST-DEPARTEMENT.
           SET HIST-PAIE-PERIODE TO TRUE.
           SET HIST-EN-VIGUEUR TO TRUE.
           MOVE ZERO TO HIST-RAP-DEBUT.
           MOVE ZERO TO HIST-RAP-FIN.
           MOVE WS-ABS-HEURES-C TO HIST-HEURES-CONGE.
           MOVE WS-ABS-HEURES-N TO HIST-HEURES-ABSENCE.
           MOVE WS-ABS-HEURES-M TO HIST-HEURES-MALADIE.
           MOVE WS-CONGE-ACQUIS-EMP TO HIST-CONGE-ACQUIS.
           MOVE WS-CHARGES-EMP TO HIST-CHARGES.
           MOVE WS-PRIME-ANC-EMP TO HIST-PRIME-ANC.

           WRITE EMPHIST-RECORD.
           IF WS-FICHE-HIST-STATUS = "00"
               DISPLAY "Le code erreur est : " WS-FICHE-HIST-STATUS
           END-IF.

           *>CHAQUE RAPPEL VERSE AVEC LA PERIODE A SA PROPRE LIGNE,
           *>SANS HEURES, QUI GARDE LES PERIODES COUVERTES ET LE TAUX
           *>DU RECALCUL POUR LES PASSAGES SUIVANTS DE PAY-RECALL
           IF WS-RAPPEL-BRUT > ZERO
               PERFORM VARYING WS-RAPPEL-IDX FROM 1 BY 1
                       UNTIL WS-RAPPEL-IDX > WS-RAPPEL-COUNT
                   IF WS-RAP-EMPLOYEID (WS-RAPPEL-IDX) = EMPLOYEID
                       AND RAP-VERSE (WS-RAPPEL-IDX)
                       PERFORM 2015I-WRITE-HIST-RAPPEL
                   END-IF
               END-PERFORM
           END-IF.

           WRITE-HISTORIQUE-END.
               EXIT.

       2015I-WRITE-HIST-RAPPEL SECTION.
           WRITE-HIST-RAPPEL-START.

           MOVE EMPLOYEID TO HIST-EMPLOYEID.
           MOVE WS-CURRENT-DATE(1:6) TO HIST-PERIODE.
           MOVE ZERO TO HIST-HEURES.
           MOVE WS-RAP-SALAIRE (WS-RAPPEL-IDX) TO HIST-SALAIRE.
           MOVE WS-RAP-MONTANT (WS-RAPPEL-IDX) TO HIST-BRUT.
           MOVE WS-RAP-NET (WS-RAPPEL-IDX) TO HIST-NET.
           MOVE WS-DEPARTEMENT-EMP TO HIST-DEPARTEMENT.
           SET HIST-RAPPEL TO TRUE.
           SET HIST-EN-VIGUEUR TO TRUE.
           MOVE WS-RAP-PERIODE-DEBUT (WS-RAPPEL-IDX) TO HIST-RAP-DEBUT.
           MOVE WS-RAP-PERIODE-FIN (WS-RAPPEL-IDX) TO HIST-RAP-FIN.
           MOVE ZERO TO HIST-HEURES-CONGE.
           MOVE ZERO TO HIST-HEURES-ABSENCE.
           MOVE ZERO TO HIST-HEURES-MALADIE.
           MOVE ZERO TO HIST-CONGE-ACQUIS.
           MOVE ZERO TO HIST-CHARGES.
           MOVE ZERO TO HIST-PRIME-ANC.

           WRITE EMPHIST-RECORD.
           IF WS-FICHE-HIST-STATUS = "00"
               ADD 1 TO WS-CNT-HIST-ECRITS
           ELSE
               DISPLAY "ECRITURE HISTORIQUE REFUSEE POUR EMPLOYEID : "
                   EMPLOYEID
               DISPLAY "Le code erreur est : " WS-FICHE-HIST-STATUS
           END-IF.

           WRITE-HIST-RAPPEL-END.
               EXIT.

       2015H-CALCULER-RAPPEL SECTION.
           CALCULER-RAPPEL-START.

           *>LES RAPPELS EN ATTENTE DE L'EMPLOYE SE VERSENT AVEC LA
           *>PAIE DE LA PERIODE, AU TAUX DE RETENUE DU BAREME DEJA
           *>TROUVE POUR SON BRUT ; LES RETENUES VOLONTAIRES ONT DEJA
           *>ETE PRISES SUR LA PAIE ET NE S'Y APPLIQUENT PAS
           MOVE ZERO TO WS-RAPPEL-BRUT.
           MOVE ZERO TO WS-RAPPEL-NET.
           IF RAPPEL-ABSENT
               GO TO CALCULER-RAPPEL-END
           END-IF.

           PERFORM VARYING WS-RAPPEL-IDX FROM 1 BY 1
                   UNTIL WS-RAPPEL-IDX > WS-RAPPEL-COUNT
               IF WS-RAP-EMPLOYEID (WS-RAPPEL-IDX) = EMPLOYEID
                   AND RAP-A-VERSER (WS-RAPPEL-IDX)
                   COMPUTE WS-RAP-NET (WS-RAPPEL-IDX) ROUNDED =
                       WS-RAP-MONTANT (WS-RAPPEL-IDX)
                       - (WS-RAP-MONTANT (WS-RAPPEL-IDX)
                          * WS-TAUX-APPLIQUE)
                   ADD WS-RAP-MONTANT (WS-RAPPEL-IDX) TO WS-RAPPEL-BRUT
                   ADD WS-RAP-NET (WS-RAPPEL-IDX) TO WS-RAPPEL-NET
                   SET RAP-VERSE (WS-RAPPEL-IDX) TO TRUE
                   ADD 1 TO WS-CNT-RAPPELS-VERSES
               END-IF
           END-PERFORM.

           CALCULER-RAPPEL-END.
               EXIT.

       2015J-IMPUTER-ABSENCES SECTION.
           IMPUTER-ABSENCES-START.

           *>LES ABSENCES DE L'EMPLOYE QUI COMMENCENT AU PLUS TARD
           *>DANS LA PERIODE S'IMPUTENT SUR SA PAIE. UN CONGE PAYE
           *>N'EST RETENU QUE DANS LA LIMITE DU SOLDE DISPONIBLE AVANT
           *>L'ACQUISITION DE LA PERIODE, ET DANS LA LIMITE DES HEURES
           *>DU FICHIER EMPLOYES QUE LES ABSENCES NON PAYEES ET MALADIE
           *>LAISSENT ; AU-DELA, IL EST REFUSE ET RESTE EN ATTENTE DANS
           *>ABSENCES.DAT
           MOVE ZERO TO WS-ABS-HEURES-N.
           MOVE ZERO TO WS-ABS-HEURES-M.
           MOVE ZERO TO WS-ABS-HEURES-C.
           MOVE ZERO TO WS-CNT-ABS-REFUS-EMP.
           MOVE ZERO TO WS-CONGE-DISPO.
           MOVE ZERO TO WS-CONGE-ACQUIS-EMP.

           *>SI LA PERIODE A DEJA ETE APPLIQUEE AU SOLDE (EXECUTION
           *>REJOUEE), LE DISPONIBLE EST LE SOLDE D'AVANT LA PERIODE
           IF CONGE-DISPONIBLE
               MOVE EMPLOYEID TO CG-EMPLOYEID
               READ FICHE-CONGE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CG-DERNIERE-PERIODE = WS-CURRENT-DATE(1:6)
                           MOVE CG-SOLDE-PRECEDENT TO WS-CONGE-DISPO
                       ELSE
                           MOVE CG-SOLDE TO WS-CONGE-DISPO
                       END-IF
               END-READ
           END-IF.
           MOVE WS-CONGE-DISPO TO WS-CONGE-RESTE.

           *>LES ABSENCES NON PAYEES ET MALADIE SONT TOTALISEES
           *>D'ABORD : ELLES FIXENT LES HEURES QUE LES CONGES PAYES
           *>PEUVENT ENCORE COUVRIR
           IF ABSENCE-DISPONIBLE
               PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                       UNTIL WS-ABS-IDX > WS-ABS-COUNT
                   SET ABS-NON-EXAMINEE (WS-ABS-IDX) TO TRUE
                   IF WS-ABS-EMPLOYEID (WS-ABS-IDX) = EMPLOYEID
                       AND ABS-A-IMPUTER (WS-ABS-IDX)
                       AND WS-ABS-DATE-DEBUT (WS-ABS-IDX)(1:6)
                           NOT > WS-CURRENT-DATE(1:6)
                       EVALUATE WS-ABS-TYPE (WS-ABS-IDX)
                           WHEN "N"
                               ADD WS-ABS-HEURES (WS-ABS-IDX)
                                   TO WS-ABS-HEURES-N
                               SET ABS-RETENUE (WS-ABS-IDX) TO TRUE
                           WHEN "M"
                               ADD WS-ABS-HEURES (WS-ABS-IDX)
                                   TO WS-ABS-HEURES-M
                               SET ABS-RETENUE (WS-ABS-IDX) TO TRUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-ABS-HEURES-N + WS-ABS-HEURES-M < HEURESTRAVAIL
               COMPUTE WS-CONGE-PLAFOND = HEURESTRAVAIL
                   - WS-ABS-HEURES-N - WS-ABS-HEURES-M
           ELSE
               MOVE ZERO TO WS-CONGE-PLAFOND
           END-IF.

           IF ABSENCE-DISPONIBLE
               PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                       UNTIL WS-ABS-IDX > WS-ABS-COUNT
                   IF WS-ABS-EMPLOYEID (WS-ABS-IDX) = EMPLOYEID
                       AND ABS-A-IMPUTER (WS-ABS-IDX)
                       AND WS-ABS-DATE-DEBUT (WS-ABS-IDX)(1:6)
                           NOT > WS-CURRENT-DATE(1:6)
                       AND WS-ABS-TYPE (WS-ABS-IDX) NOT = "N"
                       AND WS-ABS-TYPE (WS-ABS-IDX) NOT = "M"
                       EVALUATE TRUE
                           WHEN WS-ABS-HEURES-C + WS-ABS-HEURES
                                   (WS-ABS-IDX) > WS-CONGE-PLAFOND
                               SET ABS-HORS-HEURES (WS-ABS-IDX)
                                   TO TRUE
                               ADD 1 TO WS-CNT-ABS-REFUS-EMP
                           WHEN WS-ABS-HEURES (WS-ABS-IDX)
                                   > WS-CONGE-RESTE
                               SET ABS-REFUSEE (WS-ABS-IDX) TO TRUE
                               ADD 1 TO WS-CNT-ABS-REFUS-EMP
                           WHEN OTHER
                               SUBTRACT WS-ABS-HEURES (WS-ABS-IDX)
                                   FROM WS-CONGE-RESTE
                               ADD WS-ABS-HEURES (WS-ABS-IDX)
                                   TO WS-ABS-HEURES-C
                               SET ABS-RETENUE (WS-ABS-IDX) TO TRUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

           *>DES ABSENCES SUPERIEURES AUX HEURES DU FICHIER EMPLOYES
           *>NE DOIVENT PAS DONNER DES HEURES TRAVAILLEES NEGATIVES :
           *>ON PLAFONNE A ZERO (LE CAS EST COMPTE EN 2015K). LES
           *>CONGES PAYES ETANT DEJA PLAFONNES, SEULES LES ABSENCES
           *>NON PAYEES ET MALADIE PEUVENT DEPASSER
           COMPUTE WS-ABS-TOTAL =
               WS-ABS-HEURES-N + WS-ABS-HEURES-M + WS-ABS-HEURES-C.
           IF WS-ABS-TOTAL > HEURESTRAVAIL
               MOVE ZERO TO WS-HEURES-TRAVAILLEES
           ELSE
               COMPUTE WS-HEURES-TRAVAILLEES =
                   HEURESTRAVAIL - WS-ABS-TOTAL
           END-IF.
           MOVE WS-HEURES-TRAVAILLEES TO WS-HEURES-EMP.

           IMPUTER-ABSENCES-END.
               EXIT.

       2015K-CONSOMMER-ABSENCES SECTION.
           CONSOMMER-ABSENCES-START.

           *>L'EMPLOYE EST PAYE : SES ABSENCES RETENUES SONT
           *>CONSOMMEES ET SES CONGES REFUSES PARTENT EN REJET. EN
           *>MODE REEL, SON SOLDE RECOIT L'ACQUISITION DE LA PERIODE
           *>MOINS LES CONGES PRIS ; LE TAMPON DE PERIODE REND LA MISE
           *>A JOUR IDEMPOTENTE COMME CELLE DU CUMUL ANNUEL
           IF WS-ABS-TOTAL > HEURESTRAVAIL
               ADD 1 TO WS-CNT-ABS-EXCEDENT
           END-IF.

           IF WS-ABS-TOTAL > ZERO OR WS-CNT-ABS-REFUS-EMP > ZERO
               PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                       UNTIL WS-ABS-IDX > WS-ABS-COUNT
                   IF ABS-RETENUE (WS-ABS-IDX)
                       SET ABS-IMPUTEE (WS-ABS-IDX) TO TRUE
                       ADD 1 TO WS-CNT-ABS-IMPUTEES
                   END-IF
                   IF ABS-REFUSEE (WS-ABS-IDX)
                       ADD 1 TO WS-CNT-ABS-REFUSEES
                       MOVE EMPLOYEID TO WS-REJ-ID
                       MOVE PRENOM TO WS-REJ-PRENOM
                       MOVE NOM TO WS-REJ-NOM
                       MOVE "ABSENCE : CONGE AU-DELA DU SOLDE"
                           TO WS-REJ-RAISON
                       PERFORM 2013B-WRITE-REJET-ABSENCE
                   END-IF
                   IF ABS-HORS-HEURES (WS-ABS-IDX)
                       ADD 1 TO WS-CNT-ABS-HORS-HEURES
                       MOVE EMPLOYEID TO WS-REJ-ID
                       MOVE PRENOM TO WS-REJ-PRENOM
                       MOVE NOM TO WS-REJ-NOM
                       MOVE "ABSENCE : CONGE AU-DELA HORAIRE"
                           TO WS-REJ-RAISON
                       PERFORM 2013B-WRITE-REJET-ABSENCE
                   END-IF
               END-PERFORM
           END-IF.

           COMPUTE WS-CONGE-SOLDE-FIN =
               WS-CONGE-DISPO + WS-ACQUISITION-CONGE - WS-ABS-HEURES-C.

           IF MODE-SIMULATION OR CUMUL-NON-APPLIQUE
               GO TO CONSOMMER-ABSENCES-END
           END-IF.

           MOVE EMPLOYEID TO CG-EMPLOYEID.
           READ FICHE-CONGE
               INVALID KEY
                   MOVE EMPLOYEID TO CG-EMPLOYEID
                   MOVE ZERO TO CG-SOLDE-PRECEDENT
                   MOVE WS-CONGE-SOLDE-FIN TO CG-SOLDE
                   MOVE WS-ACQUISITION-CONGE TO CG-ACQUIS-CUMUL
                   MOVE WS-ABS-HEURES-C TO CG-PRIS-CUMUL
                   MOVE WS-CURRENT-DATE(1:6) TO CG-DERNIERE-PERIODE
                   WRITE CONGE-RECORD
               NOT INVALID KEY
                   IF CG-DERNIERE-PERIODE = WS-CURRENT-DATE(1:6)
                       MOVE CG-SOLDE TO WS-CONGE-SOLDE-FIN
                       GO TO CONSOMMER-ABSENCES-END
                   END-IF
                   MOVE CG-SOLDE TO CG-SOLDE-PRECEDENT
                   MOVE WS-CONGE-SOLDE-FIN TO CG-SOLDE
                   ADD WS-ACQUISITION-CONGE TO CG-ACQUIS-CUMUL
                   ADD WS-ABS-HEURES-C TO CG-PRIS-CUMUL
                   MOVE WS-CURRENT-DATE(1:6) TO CG-DERNIERE-PERIODE
                   REWRITE CONGE-RECORD
           END-READ.

           IF WS-FICHE-CONGE-STATUS = "00"
               MOVE WS-ACQUISITION-CONGE TO WS-CONGE-ACQUIS-EMP
               ADD 1 TO WS-CNT-CONGES-MAJ
           ELSE
               DISPLAY "MISE A JOUR DU SOLDE DE CONGES REFUSEE POUR "
                   "EMPLOYEID : " EMPLOYEID
               DISPLAY "Le code erreur est : " WS-FICHE-CONGE-STATUS
           END-IF.

           CONSOMMER-ABSENCES-END.
               EXIT.

       2016-TALLY-DEMOGRAPHICS SECTION.
           TALLY-DEMOGRAPHICS-START.

           CHECK-ANNIVERSAIRE-END.
               EXIT.

       2018B-CHECK-PALIER-ANCIENNETE SECTION.
           CHECK-PALIER-ANCIENNETE-START.

           IF EMBAUCHE-INCONNUE OR EDE-MOIS NOT = WS-CUR-MOIS
               OR WS-PALIER-COUNT NOT < 50
               GO TO CHECK-PALIER-ANCIENNETE-END
           END-IF.

           *>ANNEES ATTEINTES A L'ANNIVERSAIRE D'EMBAUCHE DU MOIS,
           *>QUEL QUE SOIT LE JOUR DU TRAITEMENT
           COMPUTE WS-ANCIENNETE-PALIER = WS-CUR-ANNEE - EDE-ANNEE.
           IF WS-ANCIENNETE-PALIER NOT > ZERO
               GO TO CHECK-PALIER-ANCIENNETE-END
           END-IF.

           SET PALIER-NON-ATTEINT TO TRUE.
           IF FUNCTION MOD(WS-ANCIENNETE-PALIER, 5) = 0
               SET PALIER-ATTEINT TO TRUE
           ELSE
               PERFORM VARYING WS-ANCIENNETE-IDX FROM 1 BY 1
                       UNTIL WS-ANCIENNETE-IDX > WS-ANCIENNETE-COUNT
                   IF WS-ANCIENNETE-SEUIL (WS-ANCIENNETE-IDX)
                           = WS-ANCIENNETE-PALIER
                       SET PALIER-ATTEINT TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF PALIER-NON-ATTEINT
               GO TO CHECK-PALIER-ANCIENNETE-END
           END-IF.

           ADD 1 TO WS-PALIER-COUNT.
           SET WS-PALIER-IDX TO WS-PALIER-COUNT.
           MOVE EMPLOYEID TO WS-PALIER-ID (WS-PALIER-IDX).
           MOVE PRENOM TO WS-PALIER-PRENOM (WS-PALIER-IDX).
           MOVE NOM TO WS-PALIER-NOM (WS-PALIER-IDX).
           MOVE WS-ANCIENNETE-PALIER
               TO WS-PALIER-ANNEES (WS-PALIER-IDX).
           MOVE EDE-JOUR TO WS-PALIER-JOUR (WS-PALIER-IDX).

           CHECK-PALIER-ANCIENNETE-END.
               EXIT.

       2960-WRITE-GL-POSTINGS SECTION.
           WRITE-GL-POSTINGS-START.

           *>LES CREDITS EQUILIBRENT LES DEBITS PAR CONSTRUCTION :
           *>LA RETENUE TOTALE EST CALCULEE COMME BRUT MOINS NET,
           *>CE QUI COUVRE LE BAREME ET LES RETENUES VOLONTAIRES ;
           *>LES RAPPELS DE SALAIRE ET LA PRIME D'ANCIENNETE ENTRENT
           *>DANS LE BRUT ET LE NET
           COMPUTE WS-NET-A-PAYER = WS-SUM-NET + WS-SUM-RAPPEL-NET.
           COMPUTE WS-RETENUE-TOTALE = WS-SUM-BRUT + WS-SUM-RAPPEL-BRUT
               + WS-SUM-PRIME-ANC - WS-NET-A-PAYER.

           MOVE "C" TO WGL-SENS.
           MOVE WS-COMPTE-RETENUE TO WGL-COMPTE.
           MOVE "C" TO WGL-SENS.
           MOVE WS-COMPTE-NET TO WGL-COMPTE.
           MOVE "NET A PAYER" TO WGL-LIBELLE.
           MOVE WS-NET-A-PAYER TO WGL-MONTANT.
           MOVE WS-GL-LINE TO FS-BUF-GL.
           WRITE FS-BUF-GL.
           ADD WS-NET-A-PAYER TO WS-SUM-CREDITS.

           *>CONTREPARTIE DES CHARGES DEBITEES PAR DEPARTEMENT
           IF WS-SUM-CHARGES > ZERO
               MOVE "C" TO WGL-SENS
               MOVE WS-COMPTE-CHARGES TO WGL-COMPTE
               MOVE "CHARGES PATRONALES" TO WGL-LIBELLE
               MOVE WS-SUM-CHARGES TO WGL-MONTANT
               MOVE WS-GL-LINE TO FS-BUF-GL
               WRITE FS-BUF-GL
               ADD WS-SUM-CHARGES TO WS-SUM-CREDITS
           END-IF.

           MOVE WS-SUM-DEBITS TO WGT-DEBITS.
           MOVE WS-SUM-CREDITS TO WGT-CREDITS.
           WRITE FS-BUF-COMPT.
           MOVE WS-CONTROL-TOTALS TO FS-BUF-COMPT.
           WRITE FS-BUF-COMPT.
           IF RAPPEL-DISPONIBLE
               COMPUTE WS-CNT-RAPPELS-ATTENTE =
                   WS-RAPPEL-COUNT - WS-CNT-RAPPELS-VERSES
               MOVE WS-CNT-RAPPELS-VERSES TO WRT-NB
               MOVE WS-SUM-RAPPEL-BRUT TO WRT-BRUT
               MOVE WS-SUM-RAPPEL-NET TO WRT-NET
               MOVE WS-CNT-RAPPELS-ATTENTE TO WRT-ATTENTE
               MOVE WS-RAPPEL-TOTALS TO FS-BUF-COMPT
               WRITE FS-BUF-COMPT
           END-IF.
           IF CHARGES-DISPONIBLE
               MOVE WS-SUM-CHARGES TO WCT-CHARGES
               COMPUTE WCT-COUT = WS-SUM-BRUT + WS-SUM-RAPPEL-BRUT
                   + WS-SUM-PRIME-ANC + WS-SUM-CHARGES
               MOVE WS-CNT-CHARGES-HORS-LIMITE TO WCT-HORS-LIMITE
               MOVE WS-CHARGES-TOTALS TO FS-BUF-COMPT
               WRITE FS-BUF-COMPT
           END-IF.
           IF ANCIENNETE-DISPONIBLE OR WS-SUM-PRIME-ANC > ZERO
               MOVE WS-SUM-PRIME-ANC TO WAT-PRIME-ANC
               MOVE WS-CNT-PRIMES-ANC TO WAT-NB
               MOVE WS-CNT-SANS-EMBAUCHE TO WAT-SANS-DATE
               MOVE WS-PRIME-ANC-TOTALS TO FS-BUF-COMPT
               WRITE FS-BUF-COMPT
           END-IF.
           MOVE WS-STARS-FILLER TO FS-BUF-COMPT.
           WRITE FS-BUF-COMPT.

           WRITE-BIRTHDAY-LIST-END.
               EXIT.

       2915-WRITE-PALIER-LIST SECTION.
           WRITE-PALIER-LIST-START.

           MOVE WS-STARS-FILLER TO FS-BUF-COMPT.
           WRITE FS-BUF-COMPT.
           MOVE SPACES TO FS-BUF-COMPT.
           MOVE WS-PALIER-TITLE TO FS-BUF-COMPT.
           WRITE FS-BUF-COMPT.
           MOVE WS-STARS-FILLER TO FS-BUF-COMPT.
           WRITE FS-BUF-COMPT.

           IF WS-PALIER-COUNT = 0
               MOVE SPACES TO FS-BUF-COMPT
               MOVE "AUCUN PALIER D'ANCIENNETE CE MOIS-CI"
                   TO FS-BUF-COMPT
               WRITE FS-BUF-COMPT
           ELSE
               PERFORM VARYING WS-PALIER-IDX FROM 1 BY 1
                       UNTIL WS-PALIER-IDX > WS-PALIER-COUNT
                   MOVE WS-PALIER-ID (WS-PALIER-IDX)
                       TO WS-PALIER-LINE-ID
                   MOVE WS-PALIER-PRENOM (WS-PALIER-IDX) TO
                       WS-PALIER-LINE-PRENOM
                   MOVE WS-PALIER-NOM (WS-PALIER-IDX)
                       TO WS-PALIER-LINE-NOM
                   MOVE WS-PALIER-ANNEES (WS-PALIER-IDX)
                       TO WS-PALIER-LINE-ANNEES
                   MOVE WS-PALIER-JOUR (WS-PALIER-IDX)
                       TO WS-PALIER-LINE-JOUR
                   MOVE WS-PALIER-LINE TO FS-BUF-COMPT
                   WRITE FS-BUF-COMPT
               END-PERFORM
           END-IF.

           WRITE-PALIER-LIST-END.
               EXIT.

       2920-WRITE-YTD-SUMMARY SECTION.
           WRITE-YTD-SUMMARY-START.

           DISPLAY "NETS NEGATIFS PLAFONNES A ZERO : "
               WS-CNT-NET-NEGATIF.
           DISPLAY "ORDRES DE PAIEMENT EMIS : " WS-CNT-PAIEMENTS.
           DISPLAY "PAIEMENTS PAR CHEQUE (RIB ABSENT OU SUSPECT) : "
               WS-CNT-CHEQUES.
           DISPLAY "  DONT EMPLOYES A RIB SUSPECT : "
               WS-CNT-CHEQUES-SUSPECTS.
           DISPLAY "RAPPELS DE SALAIRE VERSES : "
               WS-CNT-RAPPELS-VERSES.
           DISPLAY "ABSENCES IMPUTEES : " WS-CNT-ABS-IMPUTEES.
           DISPLAY "CONGES REFUSES (SOLDE INSUFFISANT) : "
               WS-CNT-ABS-REFUSEES.
           DISPLAY "CONGES REFUSES (AU-DELA DES HEURES) : "
               WS-CNT-ABS-HORS-HEURES.
           DISPLAY "LIGNES D'ABSENCE INVALIDES : " WS-CNT-ABS-INVALIDES.
           DISPLAY "ABSENCES SUPERIEURES AUX HEURES (PLAFONNEES) : "
               WS-CNT-ABS-EXCEDENT.
           DISPLAY "SOLDES DE CONGES MIS A JOUR : " WS-CNT-CONGES-MAJ.
           DISPLAY "TOTAL CHARGES PATRONALES : " WS-SUM-CHARGES.
           DISPLAY "CHARGES HORS LIMITE (NON CALCULEES) : "
               WS-CNT-CHARGES-HORS-LIMITE.
           DISPLAY "TOTAL PRIMES D'ANCIENNETE : " WS-SUM-PRIME-ANC.
           DISPLAY "PRIMES D'ANCIENNETE VERSEES : " WS-CNT-PRIMES-ANC.
           DISPLAY "EMPLOYES SANS DATE D'EMBAUCHE : "
               WS-CNT-SANS-EMBAUCHE.
           CLOSE FICHE-EMP.
           CLOSE FICHE-COMPT.
           CLOSE FICHE-REJETS.
           IF EMP-DED-DISPONIBLE
               CLOSE EMP-DED
           END-IF.
           IF CONGE-DISPONIBLE
               CLOSE FICHE-CONGE
           END-IF.
           IF SUSP-DISPONIBLE
               CLOSE FICHE-SUSP
           END-IF.
           IF MODE-REEL AND RAPPEL-DISPONIBLE
               PERFORM 3010-REECRIRE-RAPPELS
           END-IF.
           IF MODE-REEL AND ABSENCE-DISPONIBLE
               PERFORM 3020-REECRIRE-ABSENCES
           END-IF.

           *>LA REPRISE EST TERMINEE AVEC SUCCES, ON VIDE LE FICHIER DE
           *>REPRISE POUR QUE LA PROCHAINE EXECUTION REPARTE A ZERO
           CLOSE-FILE-END.
               EXIT.

       3010-REECRIRE-RAPPELS SECTION.
           REECRIRE-RAPPELS-START.

           *>SEULS LES RAPPELS NON VERSES (EMPLOYE ABSENT OU REJETE
           *>CE MOIS-CI) RESTENT EN ATTENTE POUR LE PASSAGE SUIVANT
           OPEN OUTPUT FICHE-RAPPEL.
           IF WS-FICHE-RAPPEL-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture du fichier "
                   "des rappels de salaire."
               DISPLAY "Le code erreur est : " WS-FICHE-RAPPEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-RAPPEL-IDX FROM 1 BY 1
                   UNTIL WS-RAPPEL-IDX > WS-RAPPEL-COUNT
               IF RAP-A-VERSER (WS-RAPPEL-IDX)
                   MOVE WS-RAP-EMPLOYEID (WS-RAPPEL-IDX)
                       TO RAP-EMPLOYEID
                   MOVE WS-RAP-PERIODE-DEBUT (WS-RAPPEL-IDX)
                       TO RAP-PERIODE-DEBUT
                   MOVE WS-RAP-PERIODE-FIN (WS-RAPPEL-IDX)
                       TO RAP-PERIODE-FIN
                   MOVE WS-RAP-NB-PERIODES (WS-RAPPEL-IDX)
                       TO RAP-NB-PERIODES
                   MOVE WS-RAP-MONTANT (WS-RAPPEL-IDX) TO RAP-MONTANT
                   MOVE WS-RAP-SALAIRE (WS-RAPPEL-IDX) TO RAP-SALAIRE
                   MOVE WS-RAP-DATE-CALCUL (WS-RAPPEL-IDX)
                       TO RAP-DATE-CALCUL
                   WRITE RAPPEL-RECORD
               END-IF
           END-PERFORM.

           CLOSE FICHE-RAPPEL.

           REECRIRE-RAPPELS-END.
               EXIT.

       3020-REECRIRE-ABSENCES SECTION.
           REECRIRE-ABSENCES-START.

           *>SEULES LES ABSENCES NON IMPUTEES (EMPLOYE ABSENT OU
           *>REJETE, DATE FUTURE, CONGE REFUSE OU LIGNE INVALIDE)
           *>RESTENT EN ATTENTE POUR LE PASSAGE SUIVANT
           OPEN OUTPUT FICHE-ABS.
           IF WS-FICHE-ABS-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture du fichier "
                   "des absences."
               DISPLAY "Le code erreur est : " WS-FICHE-ABS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX > WS-ABS-COUNT
               IF NOT ABS-IMPUTEE (WS-ABS-IDX)
                   MOVE WS-ABS-ENREG (WS-ABS-IDX) TO ABSENCE-RECORD
                   WRITE ABSENCE-RECORD
               END-IF
           END-PERFORM.

           CLOSE FICHE-ABS.

           REECRIRE-ABSENCES-END.
               EXIT.

       9999-FIN-PROGRAMME.
       *>---------------------------------------------------------------
       STOP RUN.
