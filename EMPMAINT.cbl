           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-CTL-STATUS.

           SELECT FICHE-RETRO ASSIGN TO "EMPRETRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-RETRO-STATUS.

           SELECT FICHE-SUSP ASSIGN TO "RIBSUSP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RS-EMPLOYEID
           FILE STATUS IS WS-FICHE-SUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY JRNREC.

       FD  FICHE-PEND.
       01  FS-BUF-PEND PIC X(115).

       FD  FICHE-CTL.
           COPY MAINTCTL.

       FD  FICHE-RETRO.
           COPY EMPRETRO.

       FD  FICHE-SUSP.
           COPY RIBSUSP.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-TRANS VALUE X"01" THRU X"FF".
       01  WS-FICHE-JRN-STATUS PIC X(2).
       01  WS-FICHE-PEND-STATUS PIC X(2).
       01  WS-FICHE-CTL-STATUS PIC X(2).
       01  WS-FICHE-RETRO-STATUS PIC X(2).
       01  WS-FICHE-SUSP-STATUS PIC X(2).
       01  WS-SUSP-SW PIC X VALUE "N".
           88 SUSP-DISPONIBLE VALUE "Y".
           88 SUSP-ABSENT VALUE "N".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-PEND VALUE X"01" THRU X"FF".

           05 WS-PEND-COUNT PIC 9(4) VALUE 0.
           05 WS-PEND-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-PEND-IDX.
               10 WS-PEND-IMAGE PIC X(115).

       01  WS-CNT-AJOUTS PIC 9(5) VALUE 0.
       01  WS-CNT-MODIFS PIC 9(5) VALUE 0.
       01  WS-CNT-APPLIQUEES PIC 9(5) VALUE 0.
       01  WS-CNT-EN-ATTENTE PIC 9(5) VALUE 0.
       01  WS-CNT-REEXAMINEES PIC 9(5) VALUE 0.
       01  WS-CNT-RETROACTIFS PIC 9(5) VALUE 0.
       01  WS-CNT-SUSPECTS-LEVES PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE.
           05 WS-CUR-ANNEE PIC 9(4).
               STOP RUN
           END-IF.

           *>LES CHANGEMENTS DE SALAIRE RETROACTIFS S'ACCUMULENT
           *>JUSQU'AU PASSAGE DE PAY-RECALL, QUI LES CONSOMME
           OPEN EXTEND FICHE-RETRO.
           IF WS-FICHE-RETRO-STATUS = "35"
               OPEN OUTPUT FICHE-RETRO
           END-IF.
           IF WS-FICHE-RETRO-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture du fichier "
                   "des changements retroactifs."
               DISPLAY "Le code erreur est : " WS-FICHE-RETRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>LES RIB SUSPECTS SONT NOTES PAR BANK-RETURN ; SANS
           *>FICHIER, AUCUN VIREMENT N'A ENCORE ETE REJETE
           OPEN I-O FICHE-SUSP.
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

           PERFORM 1010-LOAD-PENDING.

           *>LE FICHIER D'ATTENTE EST REECRIT A CHAQUE PASSAGE AVEC
           SET EMP-ACTIF TO TRUE.
           MOVE ZEROS TO EMP-DATE-DESACTIVATION.
           MOVE TRANS-RIB TO EMP-RIB.
           *>UN AJOUT MIS EN ATTENTE AVANT L'ARRIVEE DE LA DATE
           *>D'EMBAUCHE DANS EMPTRANS N'EN PORTE PAS : DATE INCONNUE
           IF TRANS-DATE-EMBAUCHE NUMERIC
               MOVE TRANS-DATE-EMBAUCHE TO EMP-DATE-EMBAUCHE
           ELSE
               MOVE ZEROS TO EMP-DATE-EMBAUCHE
           END-IF.

           MOVE SPACES TO WS-IMAGE-AVANT.
           WRITE EMPDETAILS
                               WS-SUM-SAL-DELTA + TRANS-SALAIRE
                               - WS-SALAIRE-AVANT
                           PERFORM 2900-ECRIRE-JOURNAL
                           IF TRANS-DATE-EFFET NUMERIC
                               AND TRANS-DATE-EFFET > ZERO
                               AND TRANS-DATE-EFFET < WS-CURRENT-DATE
                               AND TRANS-SALAIRE NOT = WS-SALAIRE-AVANT
                               PERFORM 2250-NOTER-RETROACTIF
                           END-IF
                   END-REWRITE
           END-READ.

           MODIFIER-EMPLOYE-END.
               EXIT.

       2250-NOTER-RETROACTIF SECTION.
           NOTER-RETROACTIF-START.

           *>UNE DATE D'EFFET PASSEE PEUT TOMBER DANS DES PERIODES
           *>DEJA PAYEES PAR FILE-CONVERT : LE CHANGEMENT EST NOTE
           *>POUR QUE PAY-RECALL CALCULE LE RAPPEL DE SALAIRE DU SUR
           *>CES PERIODES
           MOVE TRANS-EMPLOYEID TO RETRO-EMPLOYEID.
           MOVE TRANS-DATE-EFFET TO RETRO-DATE-EFFET.
           MOVE WS-SALAIRE-AVANT TO RETRO-SALAIRE-AVANT.
           MOVE TRANS-SALAIRE TO RETRO-SALAIRE-APRES.
           MOVE WS-CURRENT-DATE TO RETRO-DATE-SAISIE.

           WRITE EMPRETRO-RECORD.
           IF WS-FICHE-RETRO-STATUS = "00"
               ADD 1 TO WS-CNT-RETROACTIFS
           ELSE
               DISPLAY "CHANGEMENT RETROACTIF NON NOTE POUR "
                   "EMPLOYEID : " TRANS-EMPLOYEID
               DISPLAY "Le code erreur est : " WS-FICHE-RETRO-STATUS
           END-IF.

           NOTER-RETROACTIF-END.
               EXIT.

       2300-DESACTIVER-EMPLOYE SECTION.
           DESACTIVER-EMPLOYE-START.

                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-RIB-MAJ
                           PERFORM 2900-ECRIRE-JOURNAL
                           IF SUSP-DISPONIBLE
                               PERFORM 2410-LEVER-RIB-SUSPECT
                           END-IF
                   END-REWRITE
           END-READ.

           MAJ-RIB-END.
               EXIT.

       2410-LEVER-RIB-SUSPECT SECTION.
           LEVER-RIB-SUSPECT-START.

           *>UN VIREMENT REJETE FAIT PAYER L'EMPLOYE PAR CHEQUE
           *>JUSQU'A LA CORRECTION DE SON RIB : C'EST CETTE
           *>TRANSACTION "B" QUI LE REND AU VIREMENT
           MOVE TRANS-EMPLOYEID TO RS-EMPLOYEID.
           READ FICHE-SUSP
               INVALID KEY
                   GO TO LEVER-RIB-SUSPECT-END
           END-READ.

           MOVE SPACES TO WS-IMAGE-AVANT.
           MOVE RIBSUSP-RECORD TO WS-IMAGE-AVANT.
           DELETE FICHE-SUSP
               INVALID KEY
                   ADD 1 TO WS-CNT-ERREURS
                   DISPLAY "RIB SUSPECT NON LEVE POUR EMPLOYEID : "
                       TRANS-EMPLOYEID
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-SUSPECTS-LEVES
                   PERFORM 2910-ECRIRE-JOURNAL-SUSPECT
           END-DELETE.

           LEVER-RIB-SUSPECT-END.
               EXIT.

       2900-ECRIRE-JOURNAL SECTION.
           ECRIRE-JOURNAL-START.

           ECRIRE-JOURNAL-END.
               EXIT.

       2910-ECRIRE-JOURNAL-SUSPECT SECTION.
           ECRIRE-JOURNAL-SUSPECT-START.

           MOVE WS-CURRENT-DATE TO JRN-DATE.
           MOVE "EMP-MAINT" TO JRN-PROGRAMME.
           MOVE "S" TO JRN-CODE-TRANS.
           MOVE SPACES TO JRN-CLE.
           MOVE TRANS-EMPLOYEID TO JRN-CLE.
           MOVE WS-IMAGE-AVANT TO JRN-AVANT.
           MOVE SPACES TO JRN-APRES.

           WRITE JOURNAL-RECORD.
           IF WS-FICHE-JRN-STATUS NOT = "00"
               DISPLAY "ECRITURE JOURNAL REFUSEE POUR EMPLOYEID : "
                   TRANS-EMPLOYEID
               DISPLAY "Le code erreur est : " WS-FICHE-JRN-STATUS
           END-IF.

           ECRIRE-JOURNAL-SUSPECT-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

               WS-CNT-REEXAMINEES.
           DISPLAY "TRANSACTIONS ENCORE EN ATTENTE : "
               WS-CNT-EN-ATTENTE.
           DISPLAY "CHANGEMENTS DE SALAIRE RETROACTIFS NOTES : "
               WS-CNT-RETROACTIFS.
           DISPLAY "RIB SUSPECTS LEVES : " WS-CNT-SUSPECTS-LEVES.

           CLOSE FICHE-EMP.
           CLOSE FICHE-TRANS.
           CLOSE FICHE-JRN.
           CLOSE FICHE-PEND.
           CLOSE FICHE-RETRO.
           IF SUSP-DISPONIBLE
               CLOSE FICHE-SUSP
           END-IF.

           PERFORM 3100-ECRIRE-CONTROLE.

