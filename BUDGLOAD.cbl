       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-LOAD.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 18/01/24.
       DATE-COMPILED.
       SECURITY. Standard.

      *> Reconstruit la table indexee des budgets de masse salariale
      *> BUDGET.DAT a partir du fichier editable BUDGET.SEQ, sur le
      *> modele de RATE-LOAD (un enregistrement par departement et par
      *> mois : code DEPTMAST sur 30, mois YYYYMM, brut 9(8)V99,
      *> heures 9(6), effectif 9(5)). Le budget se maintient dans
      *> BUDGET.SEQ et se recharge en entier a chaque passage ;
      *> BUDGET-VAR lit ensuite BUDGET.DAT pour comparer le budget a
      *> la paie reelle de l'historique.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUDGET-SEQ ASSIGN TO "BUDGET.SEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-SEQ-STATUS.

           SELECT BUDGET-MASTER ASSIGN TO "BUDGET.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BU-CLE
           FILE STATUS IS WS-BUDGET-MASTER-STATUS.

           SELECT FICHE-JRN ASSIGN TO "JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-SEQ.
       01  BUDGET-SEQ-RECORD.
           05 BS-CODE PIC X(30).
           05 BS-PERIODE PIC 9(6).
           05 BS-PERIODE-R REDEFINES BS-PERIODE.
               10 BS-ANNEE PIC 9(4).
               10 BS-MOIS PIC 9(2).
           05 BS-BRUT PIC 9(8)V99.
           05 BS-HEURES PIC 9(6).
           05 BS-EFFECTIF PIC 9(5).

       FD  BUDGET-MASTER.
           COPY BUDGET.

       FD  FICHE-JRN.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-BUDGET-SEQ VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-ANCIENNE-TABLE VALUE X"01" THRU X"FF".
       01  WS-BUDGET-SEQ-STATUS PIC X(2).
       01  WS-BUDGET-MASTER-STATUS PIC X(2).
       01  WS-FICHE-JRN-STATUS PIC X(2).

       01  WS-CURRENT-DATE.
           05 WS-CUR-ANNEE PIC 9(4).
           05 WS-CUR-MOIS PIC 9(2).
           05 WS-CUR-JOUR PIC 9(2).

       *>IMAGE DE L'ANCIENNE TABLE, CHARGEE AVANT LA RECONSTRUCTION,
       *>POUR FOURNIR AU JOURNAL D'AUDIT L'IMAGE AVANT DE CHAQUE CLE ;
       *>UN POSTE PAR DEPARTEMENT ET PAR MOIS, PLUSIEURS ANNEES
       *>POUVANT RESTER DANS LE FICHIER
       01  WS-ANCIENNE-TABLE.
           05 WS-ANC-COUNT PIC 9(4) VALUE 0.
           05 WS-ANC-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ANC-IDX.
               10 WS-ANC-CLE PIC X(36).
               10 WS-ANC-BUDGET PIC X(21).

       01  WS-ANC-FOUND-SW PIC X VALUE "N".
           88 ANCIEN-TROUVE VALUE "Y".
           88 ANCIEN-ABSENT VALUE "N".

       01  WS-CNT-CHARGES PIC 9(5) VALUE 0.
       01  WS-CNT-ERREURS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE SECTION.

           PERFORM 1000-OPEN-FILES.
           PERFORM 1050-GET-CURRENT-DATE.
           PERFORM 2000-READ-AND-LOAD.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.

       1000-OPEN-FILES SECTION.
           OPEN-FILES-START.

           PERFORM 1100-LOAD-ANCIENNE-TABLE.

           OPEN INPUT BUDGET-SEQ.
           IF WS-BUDGET-SEQ-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture de la table "
                   "des budgets (source)."
               DISPLAY "Le code erreur est : " WS-BUDGET-SEQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BUDGET-MASTER.
           IF WS-BUDGET-MASTER-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture de la table "
                   "des budgets (indexee)."
               DISPLAY "Le code erreur est : " WS-BUDGET-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>LE JOURNAL D'AUDIT EST PARTAGE AVEC EMP-MAINT ET
           *>DEPT-MAINT : ON AJOUTE A LA SUITE, SANS JAMAIS L'ECRASER
           OPEN EXTEND FICHE-JRN.
           IF WS-FICHE-JRN-STATUS = "35"
               OPEN OUTPUT FICHE-JRN
           END-IF.
           IF WS-FICHE-JRN-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture du journal "
                   "d'audit."
               DISPLAY "Le code erreur est : " WS-FICHE-JRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN-FILES-END.
               EXIT.

       1100-LOAD-ANCIENNE-TABLE SECTION.
           LOAD-ANCIENNE-TABLE-START.

           *>LA TABLE EXISTANTE EST LUE EN MEMOIRE AVANT D'ETRE
           *>ECRASEE PAR LA RECONSTRUCTION : C'EST ELLE QUI FOURNIT
           *>LES IMAGES AVANT DU JOURNAL D'AUDIT. SI ELLE N'EXISTE
           *>PAS ENCORE, TOUT CHARGEMENT EST JOURNALISE SANS IMAGE.
           OPEN INPUT BUDGET-MASTER.
           IF WS-BUDGET-MASTER-STATUS = "00"
               PERFORM 1110-READ-ANCIEN-BUDGET
               PERFORM UNTIL FIN-ANCIENNE-TABLE
                   IF WS-ANC-COUNT < 5000
                       ADD 1 TO WS-ANC-COUNT
                       SET WS-ANC-IDX TO WS-ANC-COUNT
                       MOVE BU-CLE TO WS-ANC-CLE (WS-ANC-IDX)
                       MOVE BUDGET-RECORD(37:21)
                           TO WS-ANC-BUDGET (WS-ANC-IDX)
                   ELSE
                       DISPLAY "TABLE DES ANCIENS BUDGETS SATUREE "
                           "(5000 CLES)."
                       DISPLAY "AUGMENTER WS-ANC-ENTRY ET RELANCER."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 1110-READ-ANCIEN-BUDGET
               END-PERFORM
               CLOSE BUDGET-MASTER
           ELSE
               IF WS-BUDGET-MASTER-STATUS NOT = "35"
                   DISPLAY "Erreur lors de la lecture de l'ancienne "
                       "table des budgets."
                   DISPLAY "Le code erreur est : "
                       WS-BUDGET-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           LOAD-ANCIENNE-TABLE-END.
               EXIT.

       1110-READ-ANCIEN-BUDGET SECTION.
           READ-ANCIEN-BUDGET-START.

               READ BUDGET-MASTER NEXT
                   AT END
                       SET FIN-ANCIENNE-TABLE TO TRUE
                   NOT AT END
                       IF WS-BUDGET-MASTER-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY WS-BUDGET-MASTER-STATUS
                       END-IF
               END-READ.

           READ-ANCIEN-BUDGET-END.
               EXIT.

       1050-GET-CURRENT-DATE SECTION.
           GET-CURRENT-DATE-START.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           GET-CURRENT-DATE-END.
               EXIT.

       2000-READ-AND-LOAD SECTION.
           READ-AND-LOAD-START.

           PERFORM 2010-READ-BUDGET-SEQ.

           PERFORM UNTIL FIN-FICHIER-BUDGET-SEQ
               PERFORM 2100-CHARGER-BUDGET
               PERFORM 2010-READ-BUDGET-SEQ
           END-PERFORM.

           READ-AND-LOAD-END.
               EXIT.

       2010-READ-BUDGET-SEQ SECTION.
           READ-BUDGET-SEQ-START.

               READ BUDGET-SEQ
                   AT END
                       SET FIN-FICHIER-BUDGET-SEQ TO TRUE
                   NOT AT END
                       IF WS-BUDGET-SEQ-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY WS-BUDGET-SEQ-STATUS
                       END-IF
               END-READ.

           READ-BUDGET-SEQ-END.
               EXIT.

       2100-CHARGER-BUDGET SECTION.
           CHARGER-BUDGET-START.

           *>UNE LIGNE MAL SAISIE NE DOIT PAS FAUSSER LE RAPPORT
           *>D'ECARTS : ELLE EST REFUSEE, LE RESTE SE CHARGE
           IF BS-CODE = SPACES
               OR BS-PERIODE NOT NUMERIC
               OR BS-MOIS < 1 OR BS-MOIS > 12
               OR BS-BRUT NOT NUMERIC
               OR BS-HEURES NOT NUMERIC
               OR BS-EFFECTIF NOT NUMERIC
               ADD 1 TO WS-CNT-ERREURS
               DISPLAY "CHARGEMENT REFUSE, LIGNE INVALIDE : "
                   BS-CODE " " BS-PERIODE
               GO TO CHARGER-BUDGET-END
           END-IF.

           MOVE BS-CODE TO BU-CODE.
           MOVE BS-PERIODE TO BU-PERIODE.
           MOVE BS-BRUT TO BU-BRUT.
           MOVE BS-HEURES TO BU-HEURES.
           MOVE BS-EFFECTIF TO BU-EFFECTIF.

           WRITE BUDGET-RECORD
               INVALID KEY
                   ADD 1 TO WS-CNT-ERREURS
                   DISPLAY "CHARGEMENT REFUSE, CLE EN DOUBLE : "
                       BS-CODE " " BS-PERIODE
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-CHARGES
                   PERFORM 2900-ECRIRE-JOURNAL
           END-WRITE.

           CHARGER-BUDGET-END.
               EXIT.

       2900-ECRIRE-JOURNAL SECTION.
           ECRIRE-JOURNAL-START.

           SET ANCIEN-ABSENT TO TRUE.
           PERFORM VARYING WS-ANC-IDX FROM 1 BY 1
                   UNTIL WS-ANC-IDX > WS-ANC-COUNT
               IF WS-ANC-CLE (WS-ANC-IDX) = BU-CLE
                   SET ANCIEN-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           *>LA CLE DU JOURNAL NE PORTE QUE LE CODE ; LE MOIS EST
           *>DANS LES IMAGES AVANT ET APRES
           MOVE WS-CURRENT-DATE TO JRN-DATE.
           MOVE "BUDGET-LOAD" TO JRN-PROGRAMME.
           MOVE "L" TO JRN-CODE-TRANS.
           MOVE BU-CODE TO JRN-CLE.
           MOVE SPACES TO JRN-AVANT.
           IF ANCIEN-TROUVE
               STRING WS-ANC-CLE (WS-ANC-IDX) DELIMITED BY SIZE
                   WS-ANC-BUDGET (WS-ANC-IDX) DELIMITED BY SIZE
                   INTO JRN-AVANT
               END-STRING
           END-IF.
           MOVE SPACES TO JRN-APRES.
           MOVE BUDGET-RECORD TO JRN-APRES.

           WRITE JOURNAL-RECORD.
           IF WS-FICHE-JRN-STATUS NOT = "00"
               DISPLAY "ECRITURE JOURNAL REFUSEE POUR CODE : "
                   BU-CODE " " BU-PERIODE
               DISPLAY "Le code erreur est : " WS-FICHE-JRN-STATUS
           END-IF.

           ECRIRE-JOURNAL-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

           DISPLAY "BUDGETS CHARGES : " WS-CNT-CHARGES.
           DISPLAY "LIGNES EN ERREUR : " WS-CNT-ERREURS.

           CLOSE BUDGET-SEQ.
           CLOSE BUDGET-MASTER.
           CLOSE FICHE-JRN.

           CLOSE-FILE-END.
               EXIT.

       9999-FIN-PROGRAMME.
      *>---------------------------------------------------------------
       STOP RUN.
       END PROGRAM BUDGET-LOAD.
