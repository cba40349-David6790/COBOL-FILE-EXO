       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHG-LOAD.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 18/01/24.
       DATE-COMPILED.
       SECURITY. Standard.

      *> Reconstruit la table indexee des charges patronales
      *> CHARGES.DAT a partir du fichier editable CHARGES.SEQ, sur le
      *> modele de DED-LOAD (numero de tranche sur 2, plafond de brut
      *> 9(6)V99, taux V999 - les tranches se donnent en ordre
      *> croissant de plafond, la derniere servant de tranche par
      *> defaut au-dela du dernier plafond). FILE-CONVERT lit ensuite
      *> la table pour calculer les charges de l'employeur sur le
      *> brut de chaque employe.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHG-SEQ ASSIGN TO "CHARGES.SEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHG-SEQ-STATUS.

           SELECT CHG-TABLE ASSIGN TO "CHARGES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-BANDE
           FILE STATUS IS WS-CHG-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHG-SEQ.
       01  CHG-SEQ-RECORD.
           05 CS-BANDE PIC 9(2).
           05 CS-BRUT-PLAFOND PIC 9(6)V99.
           05 CS-TAUX PIC V999.

       FD  CHG-TABLE.
           COPY CHGRATE.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-CHG-SEQ VALUE X"01" THRU X"FF".
       01  WS-CHG-SEQ-STATUS PIC X(2).
       01  WS-CHG-TABLE-STATUS PIC X(2).

       01  WS-CNT-BANDES PIC 9(5) VALUE 0.
       01  WS-CNT-ERREURS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE SECTION.

           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-LOAD-BAREME.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.

       1000-OPEN-FILES SECTION.
           OPEN-FILES-START.

           OPEN INPUT CHG-SEQ.
           IF WS-CHG-SEQ-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du bareme "
                   "des charges patronales (source)."
               DISPLAY "Le code erreur est : " WS-CHG-SEQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CHG-TABLE.
           IF WS-CHG-TABLE-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture du bareme "
                   "des charges patronales (indexe)."
               DISPLAY "Le code erreur est : " WS-CHG-TABLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN-FILES-END.
               EXIT.

       2000-LOAD-BAREME SECTION.
           LOAD-BAREME-START.

           PERFORM 2010-READ-CHG-SEQ.

           PERFORM UNTIL FIN-FICHIER-CHG-SEQ
               PERFORM 2100-CHARGER-BANDE
               PERFORM 2010-READ-CHG-SEQ
           END-PERFORM.

           LOAD-BAREME-END.
               EXIT.

       2010-READ-CHG-SEQ SECTION.
           READ-CHG-SEQ-START.

               READ CHG-SEQ
                   AT END
                       SET FIN-FICHIER-CHG-SEQ TO TRUE
                   NOT AT END
                       IF WS-CHG-SEQ-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY WS-CHG-SEQ-STATUS
                       END-IF
               END-READ.

           READ-CHG-SEQ-END.
               EXIT.

       2100-CHARGER-BANDE SECTION.
           CHARGER-BANDE-START.

           MOVE CS-BANDE TO CR-BANDE.
           MOVE CS-BRUT-PLAFOND TO CR-BRUT-PLAFOND.
           MOVE CS-TAUX TO CR-TAUX.

           WRITE CHGRATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-CNT-ERREURS
                   DISPLAY "CHARGEMENT REFUSE, BANDE EN DOUBLE : "
                       CS-BANDE
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-BANDES
           END-WRITE.

           CHARGER-BANDE-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

           DISPLAY "BANDES DE BAREME CHARGEES : " WS-CNT-BANDES.
           DISPLAY "LIGNES EN ERREUR : " WS-CNT-ERREURS.

           CLOSE CHG-SEQ.
           CLOSE CHG-TABLE.

           CLOSE-FILE-END.
               EXIT.

       9999-FIN-PROGRAMME.
      *>---------------------------------------------------------------
       STOP RUN.
       END PROGRAM CHG-LOAD.
