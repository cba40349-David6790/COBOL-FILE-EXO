       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANC-LOAD.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 18/01/24.
       DATE-COMPILED.
       SECURITY. Standard.

      *> Reconstruit la table indexee des taux de la prime
      *> d'anciennete ANCIENNETE.DAT a partir du fichier editable
      *> ANCIENNETE.SEQ, sur le modele de CHG-LOAD (anciennete minimale
      *> en annees revolues sur 2, taux V999 - chaque ligne donne le
      *> taux atteint a partir de ce seuil, jusqu'au seuil suivant ; en
      *> dessous du premier seuil, pas de prime). FILE-CONVERT lit
      *> ensuite la table pour calculer la prime d'anciennete de
      *> chaque employe dont la date d'embauche est connue.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ANC-SEQ ASSIGN TO "ANCIENNETE.SEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANC-SEQ-STATUS.

           SELECT ANC-TABLE ASSIGN TO "ANCIENNETE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-ANNEES
           FILE STATUS IS WS-ANC-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANC-SEQ.
       01  ANC-SEQ-RECORD.
           05 AS-ANNEES PIC 9(2).
           05 AS-TAUX PIC V999.

       FD  ANC-TABLE.
           COPY ANCRATE.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-ANC-SEQ VALUE X"01" THRU X"FF".
       01  WS-ANC-SEQ-STATUS PIC X(2).
       01  WS-ANC-TABLE-STATUS PIC X(2).

       01  WS-CNT-SEUILS PIC 9(5) VALUE 0.
       01  WS-CNT-ERREURS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE SECTION.

           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-LOAD-ANCIENNETE.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.

       1000-OPEN-FILES SECTION.
           OPEN-FILES-START.

           OPEN INPUT ANC-SEQ.
           IF WS-ANC-SEQ-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture de la table "
                   "d'anciennete (source)."
               DISPLAY "Le code erreur est : " WS-ANC-SEQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ANC-TABLE.
           IF WS-ANC-TABLE-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture de la table "
                   "d'anciennete (indexe)."
               DISPLAY "Le code erreur est : " WS-ANC-TABLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN-FILES-END.
               EXIT.

       2000-LOAD-ANCIENNETE SECTION.
           LOAD-ANCIENNETE-START.

           PERFORM 2010-READ-ANC-SEQ.

           PERFORM UNTIL FIN-FICHIER-ANC-SEQ
               PERFORM 2100-CHARGER-SEUIL
               PERFORM 2010-READ-ANC-SEQ
           END-PERFORM.

           LOAD-ANCIENNETE-END.
               EXIT.

       2010-READ-ANC-SEQ SECTION.
           READ-ANC-SEQ-START.

               READ ANC-SEQ
                   AT END
                       SET FIN-FICHIER-ANC-SEQ TO TRUE
                   NOT AT END
                       IF WS-ANC-SEQ-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY WS-ANC-SEQ-STATUS
                       END-IF
               END-READ.

           READ-ANC-SEQ-END.
               EXIT.

       2100-CHARGER-SEUIL SECTION.
           CHARGER-SEUIL-START.

           MOVE AS-ANNEES TO AR-ANNEES.
           MOVE AS-TAUX TO AR-TAUX.

           WRITE ANCRATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-CNT-ERREURS
                   DISPLAY "CHARGEMENT REFUSE, SEUIL EN DOUBLE : "
                       AS-ANNEES
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-SEUILS
           END-WRITE.

           CHARGER-SEUIL-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

           DISPLAY "SEUILS D'ANCIENNETE CHARGES : " WS-CNT-SEUILS.
           DISPLAY "LIGNES EN ERREUR : " WS-CNT-ERREURS.

           CLOSE ANC-SEQ.
           CLOSE ANC-TABLE.

           CLOSE-FILE-END.
               EXIT.

       9999-FIN-PROGRAMME.
      *>---------------------------------------------------------------
       STOP RUN.
       END PROGRAM ANC-LOAD.
