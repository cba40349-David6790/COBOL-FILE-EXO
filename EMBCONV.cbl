       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMB-CONVERT.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 18/01/24.
       DATE-COMPILED.
       SECURITY. Standard.

      *> One-time utility: converts the production FICHEMP.DAT to the
      *> layout carrying EMP-DATE-EMBAUCHE. Every record is rebuilt
      *> with a hire date of zeros (unknown), then the hire dates HR
      *> has gathered in EMBAUCHE.SEQ (EMPLOYEID on 7, hire date
      *> YYYYMMDD on 8, one line per employee) are applied to the new
      *> master. EMBAUCHE.SEQ is optional and may be partial: an
      *> employee left at zero draws no seniority bonus in
      *> FILE-CONVERT until the date is supplied. A line is rejected
      *> when its date is not a valid date, lies in the future, falls
      *> before the employee's 16th birthday, or when its EMPLOYEID
      *> is unknown or already given a date. Operational steps: run
      *> this between two cycles, after the end-of-cycle snapshot;
      *> rename the existing production FICHEMP.DAT to FICHEMP.OLD,
      *> run EMB-CONVERT once, then copy the new FICHEMP.DAT over
      *> EMPSNAP.DAT so that EMP-MOVEMENT compares like with like.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FICHE-EMP-OLD ASSIGN TO "FICHEMP.OLD"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMPLOYEID-OLD
           FILE STATUS IS WS-FICHE-EMP-OLD-STATUS.

           SELECT FICHE-EMP-NEW ASSIGN TO "FICHEMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEID
           FILE STATUS IS WS-FICHE-EMP-NEW-STATUS.

           SELECT EMB-SEQ ASSIGN TO "EMBAUCHE.SEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMB-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHE-EMP-OLD.
       01  EMPDETAILS-OLD.
           05 EMP-INFOS-OLD.
               10 EMPLOYEID-OLD PIC 9(7).
               10 EMPLOYENAME-OLD.
                   15 NOM-OLD PIC X(10).
                   15 PRENOM-OLD PIC X(10).
               10 DATEDENAISSANCE-OLD.
                   15 ANNEE-OLD PIC 9(4).
                   15 MOIS-OLD PIC 9(2).
                   15 JOUR-OLD PIC 9(2).
               10 HEURESTRAVAIL-OLD PIC 9(3).
               10 SALAIRE-OLD PIC 9(4)V99.
           05 DEPARTEMENT-OLD PIC X(30).
           05 GENRE-OLD PIC X.
           05 EMP-STATUT-OLD PIC X.
           05 EMP-DATE-DESACTIVATION-OLD PIC 9(8).
           05 EMP-RIB-OLD PIC X(23).

       FD  FICHE-EMP-NEW.
           COPY EMPDETAILS.

       FD  EMB-SEQ.
       01  EMB-SEQ-RECORD.
           05 ES-EMPLOYEID PIC 9(7).
           05 ES-DATE-EMBAUCHE.
               10 ES-ANNEE PIC 9(4).
               10 ES-MOIS PIC 9(2).
               10 ES-JOUR PIC 9(2).

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-EMP-OLD VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-EMB-SEQ VALUE X"01" THRU X"FF".
       01  WS-FICHE-EMP-OLD-STATUS PIC X(2).
       01  WS-FICHE-EMP-NEW-STATUS PIC X(2).
       01  WS-EMB-SEQ-STATUS PIC X(2).

       01  WS-EMB-SEQ-SW PIC X VALUE "N".
           88 EMB-SEQ-DISPONIBLE VALUE "Y".
           88 EMB-SEQ-ABSENT VALUE "N".

       01  WS-REJET-SW PIC X VALUE "N".
           88 RECORD-REJETE VALUE "Y".
           88 RECORD-VALIDE VALUE "N".

       01  WS-REJET-RAISON PIC X(32) VALUE SPACES.

       *>MEME AGE MINIMUM A L'EMBAUCHE QUE DANS EMP-EDIT
       01  WS-MIN-AGE PIC 9(3) VALUE 16.
       01  WS-EMB-DATE PIC 9(8).
       01  WS-EMB-DATE-MIN PIC 9(8).

       01  WS-CURRENT-DATE.
           05 WS-CUR-ANNEE PIC 9(4).
           05 WS-CUR-MOIS PIC 9(2).
           05 WS-CUR-JOUR PIC 9(2).

       01  WS-CNT-EMP-CONVERTIS PIC 9(7) VALUE 0.
       01  WS-CNT-DATES-LUES PIC 9(7) VALUE 0.
       01  WS-CNT-DATES-APPLIQUEES PIC 9(7) VALUE 0.
       01  WS-CNT-DATES-REJETEES PIC 9(7) VALUE 0.
       01  WS-CNT-SANS-DATE PIC 9(7) VALUE 0.
       01  WS-CNT-ERREURS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE SECTION.

           PERFORM 1000-OPEN-FILES.
           PERFORM 1050-GET-CURRENT-DATE.
           PERFORM 2000-CONVERT-EMPLOYES.
           IF EMB-SEQ-DISPONIBLE
               PERFORM 2500-APPLIQUER-DATES
           END-IF.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.

       1000-OPEN-FILES SECTION.
           OPEN-FILES-START.

           *>L'ANCIEN MAITRE EST VALIDE AVANT D'OUVRIR LE NOUVEAU EN
           *>SORTIE : SI LE RENOMMAGE A ETE OUBLIE, ON S'ARRETE SANS
           *>AVOIR RECREE UN MAITRE VIDE
           OPEN INPUT FICHE-EMP-OLD.
           IF WS-FICHE-EMP-OLD-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "employe (ancien format)."
               DISPLAY "Le code erreur est : " WS-FICHE-EMP-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>LE FICHIER DES DATES D'EMBAUCHE EST FACULTATIF : SANS
           *>LUI, TOUTES LES FICHES SONT CONVERTIES A DATE INCONNUE
           OPEN INPUT EMB-SEQ.
           IF WS-EMB-SEQ-STATUS = "00"
               SET EMB-SEQ-DISPONIBLE TO TRUE
           ELSE
               SET EMB-SEQ-ABSENT TO TRUE
               IF WS-EMB-SEQ-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture du fichier "
                       "des dates d'embauche."
                   DISPLAY "Le code erreur est : " WS-EMB-SEQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT FICHE-EMP-NEW.
           IF WS-FICHE-EMP-NEW-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "employe (nouveau format)."
               DISPLAY "Le code erreur est : " WS-FICHE-EMP-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN-FILES-END.
               EXIT.

       1050-GET-CURRENT-DATE SECTION.
           GET-CURRENT-DATE-START.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           GET-CURRENT-DATE-END.
               EXIT.

       2000-CONVERT-EMPLOYES SECTION.
           CONVERT-EMPLOYES-START.

           PERFORM 2010-READ-EMP-OLD.

           PERFORM UNTIL FIN-FICHIER-EMP-OLD
               PERFORM 2100-CONVERTIR-EMPLOYE
               PERFORM 2010-READ-EMP-OLD
           END-PERFORM.

           CONVERT-EMPLOYES-END.
               EXIT.

       2010-READ-EMP-OLD SECTION.
           READ-EMP-OLD-START.

               READ FICHE-EMP-OLD
                   AT END
                       SET FIN-FICHIER-EMP-OLD TO TRUE
                   NOT AT END
                       IF WS-FICHE-EMP-OLD-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY WS-FICHE-EMP-OLD-STATUS
                       END-IF
               END-READ.

           READ-EMP-OLD-END.
               EXIT.

       2100-CONVERTIR-EMPLOYE SECTION.
           CONVERTIR-EMPLOYE-START.

           MOVE EMPLOYEID-OLD TO EMPLOYEID.
           MOVE NOM-OLD TO NOM.
           MOVE PRENOM-OLD TO PRENOM.
           MOVE ANNEE-OLD TO ANNEE.
           MOVE MOIS-OLD TO MOIS.
           MOVE JOUR-OLD TO JOUR.
           MOVE HEURESTRAVAIL-OLD TO HEURESTRAVAIL.
           MOVE SALAIRE-OLD TO SALAIRE.
           MOVE DEPARTEMENT-OLD TO DEPARTEMENT.
           MOVE GENRE-OLD TO GENRE.
           MOVE EMP-STATUT-OLD TO EMP-STATUT.
           MOVE EMP-DATE-DESACTIVATION-OLD TO EMP-DATE-DESACTIVATION.
           MOVE EMP-RIB-OLD TO EMP-RIB.
           MOVE ZEROS TO EMP-DATE-EMBAUCHE.

           WRITE EMPDETAILS
               INVALID KEY
                   ADD 1 TO WS-CNT-ERREURS
                   DISPLAY "CONVERSION REFUSEE, EMPLOYEID EN DOUBLE : "
                       EMPLOYEID-OLD
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-EMP-CONVERTIS
           END-WRITE.

           CONVERTIR-EMPLOYE-END.
               EXIT.

       2500-APPLIQUER-DATES SECTION.
           APPLIQUER-DATES-START.

           *>LE NOUVEAU MAITRE, ECRIT EN SEQUENTIEL, EST ROUVERT EN
           *>MISE A JOUR POUR Y REPORTER LES DATES PAR EMPLOYEID
           CLOSE FICHE-EMP-NEW.
           OPEN I-O FICHE-EMP-NEW.
           IF WS-FICHE-EMP-NEW-STATUS NOT = "00"
               DISPLAY "Erreur lors de la reouverture du fichier "
                   "employe (nouveau format)."
               DISPLAY "Le code erreur est : " WS-FICHE-EMP-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2510-READ-EMB-SEQ.

           PERFORM UNTIL FIN-FICHIER-EMB-SEQ
               ADD 1 TO WS-CNT-DATES-LUES
               PERFORM 2600-APPLIQUER-DATE
               PERFORM 2510-READ-EMB-SEQ
           END-PERFORM.

           APPLIQUER-DATES-END.
               EXIT.

       2510-READ-EMB-SEQ SECTION.
           READ-EMB-SEQ-START.

               READ EMB-SEQ
                   AT END
                       SET FIN-FICHIER-EMB-SEQ TO TRUE
                   NOT AT END
                       IF WS-EMB-SEQ-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY WS-EMB-SEQ-STATUS
                       END-IF
               END-READ.

           READ-EMB-SEQ-END.
               EXIT.

       2600-APPLIQUER-DATE SECTION.
           APPLIQUER-DATE-START.

           SET RECORD-VALIDE TO TRUE.
           MOVE SPACES TO WS-REJET-RAISON.

           IF ES-EMPLOYEID NOT NUMERIC
               SET RECORD-REJETE TO TRUE
               MOVE "EMPLOYEID NON NUMERIQUE" TO WS-REJET-RAISON
               GO TO APPLIQUER-DATE-REJET
           END-IF.

           IF ES-ANNEE NOT NUMERIC OR ES-MOIS NOT NUMERIC
               OR ES-JOUR NOT NUMERIC
               SET RECORD-REJETE TO TRUE
               MOVE "DATE D'EMBAUCHE NON NUMERIQUE" TO WS-REJET-RAISON
               GO TO APPLIQUER-DATE-REJET
           END-IF.

           IF ES-ANNEE < 1900
               OR ES-MOIS < 1 OR ES-MOIS > 12
               OR ES-JOUR < 1 OR ES-JOUR > 31
               SET RECORD-REJETE TO TRUE
               MOVE "DATE D'EMBAUCHE INVALIDE" TO WS-REJET-RAISON
               GO TO APPLIQUER-DATE-REJET
           END-IF.

           MOVE ES-DATE-EMBAUCHE TO WS-EMB-DATE.
           IF WS-EMB-DATE > WS-CURRENT-DATE
               SET RECORD-REJETE TO TRUE
               MOVE "DATE D'EMBAUCHE FUTURE" TO WS-REJET-RAISON
               GO TO APPLIQUER-DATE-REJET
           END-IF.

           MOVE ES-EMPLOYEID TO EMPLOYEID.
           READ FICHE-EMP-NEW
               INVALID KEY
                   SET RECORD-REJETE TO TRUE
                   MOVE "EMPLOYEID INCONNU" TO WS-REJET-RAISON
           END-READ.
           IF RECORD-REJETE
               GO TO APPLIQUER-DATE-REJET
           END-IF.

           IF EMP-DATE-EMBAUCHE NOT = ZEROS
               SET RECORD-REJETE TO TRUE
               MOVE "DATE D'EMBAUCHE EN DOUBLE" TO WS-REJET-RAISON
               GO TO APPLIQUER-DATE-REJET
           END-IF.

           COMPUTE WS-EMB-DATE-MIN =
               (ANNEE + WS-MIN-AGE) * 10000 + MOIS * 100 + JOUR.
           IF WS-EMB-DATE < WS-EMB-DATE-MIN
               SET RECORD-REJETE TO TRUE
               MOVE "EMBAUCHE AVANT 16 ANS" TO WS-REJET-RAISON
               GO TO APPLIQUER-DATE-REJET
           END-IF.

           MOVE ES-DATE-EMBAUCHE TO EMP-DATE-EMBAUCHE.
           REWRITE EMPDETAILS
               INVALID KEY
                   ADD 1 TO WS-CNT-ERREURS
                   DISPLAY "DATE D'EMBAUCHE NON REPORTEE POUR "
                       "EMPLOYEID : " ES-EMPLOYEID
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-DATES-APPLIQUEES
           END-REWRITE.
           GO TO APPLIQUER-DATE-END.

           APPLIQUER-DATE-REJET.

           ADD 1 TO WS-CNT-DATES-REJETEES.
           DISPLAY "DATE D'EMBAUCHE REJETEE : " EMB-SEQ-RECORD
               " " WS-REJET-RAISON.

           APPLIQUER-DATE-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

           COMPUTE WS-CNT-SANS-DATE =
               WS-CNT-EMP-CONVERTIS - WS-CNT-DATES-APPLIQUEES.

           DISPLAY "EMPLOYES CONVERTIS : " WS-CNT-EMP-CONVERTIS.
           DISPLAY "DATES D'EMBAUCHE LUES : " WS-CNT-DATES-LUES.
           DISPLAY "DATES D'EMBAUCHE REPORTEES : "
               WS-CNT-DATES-APPLIQUEES.
           DISPLAY "DATES D'EMBAUCHE REJETEES : "
               WS-CNT-DATES-REJETEES.
           DISPLAY "EMPLOYES SANS DATE D'EMBAUCHE : " WS-CNT-SANS-DATE.
           DISPLAY "ENREGISTREMENTS EN ERREUR : " WS-CNT-ERREURS.

           CLOSE FICHE-EMP-OLD.
           CLOSE FICHE-EMP-NEW.
           IF EMB-SEQ-DISPONIBLE
               CLOSE EMB-SEQ
           END-IF.

           CLOSE-FILE-END.
               EXIT.

       9999-FIN-PROGRAMME.
      *>---------------------------------------------------------------
       STOP RUN.
       END PROGRAM EMB-CONVERT.
