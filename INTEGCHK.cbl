       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEG-CHECK.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 18/01/24.
       DATE-COMPILED.
       SECURITY. Standard.

      *> Controle d'integrite referentielle des fichiers de paie,
      *> lance par RUNBATCH.sh juste avant FILE-CONVERT. Chaque fichier
      *> cle sur EMPLOYEID ou sur le code departement est rapproche de
      *> son referentiel : employes actifs de FICHEMP.DAT rattaches a
      *> un departement inconnu ou inactif de DEPTMAST.DAT, comptes GL
      *> a blanc ou contradictoires dans DEPTMAST.DAT, lignes de
      *> TAUXMIN.DAT et BUDGET.DAT sur un code inconnu, retenues
      *> EMPDEDUC.DAT, soldes CONGES.DAT et RIB suspects RIBSUSP.DAT
      *> d'employes absents du maitre, transactions en attente
      *> EMPPEND.DAT, absences ABSENCES.DAT et rappels RAPPELS.DAT
      *> d'employes absents ou inactifs, cumuls EMPYTD.DAT sans maitre
      *> ni archive EMPARCH.DAT. Seuls FICHEMP.DAT et DEPTMAST.DAT
      *> sont obligatoires ; un autre fichier absent est note non
      *> controle. Le rapport INTEGRITE.DAT liste les anomalies par
      *> fichier puis les compte par categorie. Une anomalie rend le
      *> code 4 ; une anomalie bloquante, qui fausserait l'extrait
      *> comptable de FILE-CONVERT (departement paye sans compte GL,
      *> meme nom officiel porte par deux comptes GL), rend le code 16
      *> et arrete la chaine.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FICHE-EMP ASSIGN TO "FICHEMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEID
           FILE STATUS IS WS-FICHE-EMP-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DM-CODE
           FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT RATE-MASTER ASSIGN TO "TAUXMIN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MW-CODE
           FILE STATUS IS WS-RATE-MASTER-STATUS.

           SELECT BUDGET-MASTER ASSIGN TO "BUDGET.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BU-CLE
           FILE STATUS IS WS-BUDGET-MASTER-STATUS.

           SELECT EMP-DED ASSIGN TO "EMPDEDUC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ED-EMPLOYEID
           FILE STATUS IS WS-EMP-DED-STATUS.

           SELECT FICHE-PEND ASSIGN TO "EMPPEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-PEND-STATUS.

           SELECT FICHE-YTD ASSIGN TO "EMPYTD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS YTD-EMPLOYEID
           FILE STATUS IS WS-FICHE-YTD-STATUS.

           SELECT FICHE-ARCH ASSIGN TO "EMPARCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-ARCH-STATUS.

           SELECT FICHE-CONGE ASSIGN TO "CONGES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CG-EMPLOYEID
           FILE STATUS IS WS-FICHE-CONGE-STATUS.

           SELECT FICHE-SUSP ASSIGN TO "RIBSUSP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RS-EMPLOYEID
           FILE STATUS IS WS-FICHE-SUSP-STATUS.

           SELECT FICHE-ABS ASSIGN TO "ABSENCES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-ABS-STATUS.

           SELECT FICHE-RAPPEL ASSIGN TO "RAPPELS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-RAPPEL-STATUS.

           SELECT INTEG-RPT ASSIGN TO "INTEGRITE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INTEG-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHE-EMP.
           COPY EMPDETAILS.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  RATE-MASTER.
           COPY MWRATE.

       FD  BUDGET-MASTER.
           COPY BUDGET.

       FD  EMP-DED.
           COPY EMPDED.

      *>LES TRANSACTIONS EN ATTENTE GARDENT L'IMAGE D'EMPTRANS.DAT
       FD  FICHE-PEND.
           COPY EMPTRANS.

       FD  FICHE-YTD.
           COPY EMPYTD.

      *>SEUL L'IDENTIFIANT DE L'EMPLOYE PURGE SERT ICI
       FD  FICHE-ARCH.
       01  ARCH-RECORD.
           05 ARCH-EMPLOYEID PIC 9(7).
           05 FILLER PIC X(108).

       FD  FICHE-CONGE.
           COPY CONGE.

       FD  FICHE-SUSP.
           COPY RIBSUSP.

       FD  FICHE-ABS.
           COPY ABSENCE.

       FD  FICHE-RAPPEL.
           COPY RAPPEL.

       FD  INTEG-RPT.
       01  FS-BUF-RPT PIC X(132).

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-EMP VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-DEPT VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-TAUX VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-BUDGET VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-DED VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-PEND VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-YTD VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-ARCH VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-CONGE VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-SUSP VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-ABS VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-RAPPEL VALUE X"01" THRU X"FF".
       01  WS-FICHE-EMP-STATUS PIC X(2).
       01  WS-DEPT-MASTER-STATUS PIC X(2).
       01  WS-RATE-MASTER-STATUS PIC X(2).
       01  WS-BUDGET-MASTER-STATUS PIC X(2).
       01  WS-EMP-DED-STATUS PIC X(2).
       01  WS-FICHE-PEND-STATUS PIC X(2).
       01  WS-FICHE-YTD-STATUS PIC X(2).
       01  WS-FICHE-ARCH-STATUS PIC X(2).
       01  WS-FICHE-CONGE-STATUS PIC X(2).
       01  WS-FICHE-SUSP-STATUS PIC X(2).
       01  WS-FICHE-ABS-STATUS PIC X(2).
       01  WS-FICHE-RAPPEL-STATUS PIC X(2).
       01  WS-INTEG-RPT-STATUS PIC X(2).

       *>DEPARTEMENTS DE DEPTMAST.DAT, AVEC LE NOMBRE D'EMPLOYES
       *>ACTIFS QUI LEUR SONT RATTACHES DANS LE MAITRE
       01  WS-DEP-TABLE.
           05 WS-DEP-COUNT PIC 9(3) VALUE 0.
           05 WS-DEP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEP-IDX WS-DEP-IDX2.
               10 WS-DEP-CODE PIC X(30).
               10 WS-DEP-NOM PIC X(30).
               10 WS-DEP-STATUT PIC X.
                   88 DEP-ACTIF VALUE "A".
                   88 DEP-INACTIF VALUE "I".
               10 WS-DEP-COMPTE PIC X(10).
               10 WS-DEP-NB-ACTIFS PIC 9(5).

       01  WS-DEP-FOUND-SW PIC X VALUE "N".
           88 DEP-TROUVE VALUE "Y".
           88 DEP-INCONNU VALUE "N".

       01  WS-RECH-CODE PIC X(30).

       *>RESULTAT DE LA LECTURE DIRECTE DU MAITRE PAR EMPLOYEID
       01  WS-MAITRE-SW PIC X VALUE "A".
           88 MAITRE-ACTIF VALUE "A".
           88 MAITRE-INACTIF VALUE "I".
           88 MAITRE-ABSENT VALUE "N".

       01  WS-RECH-EMPLOYEID PIC 9(7).

       *>AJOUTS EN ATTENTE DANS EMPPEND.DAT : LES TRANSACTIONS
       *>SUIVANTES DU MEME EMPLOYE NE SONT PAS DES ORPHELINES
       01  WS-PAJ-TABLE.
           05 WS-PAJ-COUNT PIC 9(4) VALUE 0.
           05 WS-PAJ-ENTRY OCCURS 1000 TIMES INDEXED BY WS-PAJ-IDX.
               10 WS-PAJ-EMPLOYEID PIC 9(7).

       01  WS-PAJ-FOUND-SW PIC X VALUE "N".
           88 PAJ-TROUVE VALUE "Y".
           88 PAJ-INCONNU VALUE "N".

       *>CUMULS SANS MAITRE, EN ATTENTE DU PASSAGE SUR L'ARCHIVE
       *>DES PURGES
       01  WS-ORP-TABLE.
           05 WS-ORP-COUNT PIC 9(4) VALUE 0.
           05 WS-ORP-ENTRY OCCURS 999 TIMES INDEXED BY WS-ORP-IDX.
               10 WS-ORP-EMPLOYEID PIC 9(7).
               10 WS-ORP-ANNEE PIC 9(4).
               10 WS-ORP-ETAT PIC X.
                   88 ORP-ARCHIVE VALUE "A".
                   88 ORP-ORPHELIN VALUE "O".

       01  WS-ARCH-SW PIC X VALUE "N".
           88 ARCH-DISPONIBLE VALUE "Y".
           88 ARCH-ABSENT VALUE "N".

       *>ANOMALIE EN COURS D'ECRITURE
       01  WS-ANO-GRAVITE-SW PIC X VALUE "A".
           88 ANO-BLOQUANTE VALUE "B".
           88 ANO-ALERTE VALUE "A".
       01  WS-ANO-CLE PIC X(30).
       01  WS-ANO-MOTIF PIC X(90).

       01  WS-CNT-EMP-LUS PIC 9(7) VALUE 0.
       01  WS-CNT-EMP-ACTIFS PIC 9(7) VALUE 0.
       01  WS-CNT-BLOQUANTS PIC 9(5) VALUE 0.
       01  WS-CNT-ALERTES PIC 9(5) VALUE 0.
       01  WS-CNT-SECTION-DEBUT PIC 9(5).
       01  WS-CNT-SECTION PIC 9(5).

       *>COMPTEURS PAR CATEGORIE D'ANOMALIE
       01  WS-CNT-EMP-DEPT-INCONNU PIC 9(5) VALUE 0.
       01  WS-CNT-EMP-DEPT-INACTIF PIC 9(5) VALUE 0.
       01  WS-CNT-GL-BLOQUANT PIC 9(5) VALUE 0.
       01  WS-CNT-GL-VIDE PIC 9(5) VALUE 0.
       01  WS-CNT-NOM-DOUBLE PIC 9(5) VALUE 0.
       01  WS-CNT-TAUX-ORPHELINS PIC 9(5) VALUE 0.
       01  WS-CNT-BUDGET-ORPHELINS PIC 9(5) VALUE 0.
       01  WS-CNT-DED-ORPHELINES PIC 9(5) VALUE 0.
       01  WS-CNT-PEND-ORPHELINES PIC 9(5) VALUE 0.
       01  WS-CNT-PEND-AJOUTS-DOUBLES PIC 9(5) VALUE 0.
       01  WS-CNT-YTD-ORPHELINS PIC 9(5) VALUE 0.
       01  WS-CNT-CONGE-ORPHELINS PIC 9(5) VALUE 0.
       01  WS-CNT-SUSP-ORPHELINS PIC 9(5) VALUE 0.
       01  WS-CNT-ABS-ORPHELINES PIC 9(5) VALUE 0.
       01  WS-CNT-RAPPEL-ORPHELINS PIC 9(5) VALUE 0.

       01  WS-STARS-FILLER PIC X(132) VALUE ALL "*".
       01  WS-TIRET-FILLER PIC X(132) VALUE ALL "-".

       01  WS-RPT-TITLE.
           05 FILLER PIC X(32) VALUE
               "CONTROLE D'INTEGRITE REFERENTIEL".
           05 FILLER PIC X(28) VALUE
               "LE DES FICHIERS DE PAIE".

       01  WS-RPT-SECTION.
           05 FILLER PIC X(11) VALUE "FICHIER : ".
           05 WRS-FICHIER PIC X(14).
           05 FILLER PIC X(3) VALUE "-  ".
           05 WRS-LIBELLE PIC X(70).

       01  WS-RPT-ANOMALIE.
           05 WRA-GRAVITE PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 WRA-CLE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRA-MOTIF PIC X(90).

       01  WS-RPT-NOMBRE.
           05 FILLER PIC X(16) VALUE "  ANOMALIES : ".
           05 WRN-NOMBRE PIC ZZZZ9.

       01  WS-RPT-ABSENT PIC X(40)
               VALUE "  FICHIER ABSENT : NON CONTROLE".

       01  WS-RPT-TOTAL-LINE.
           05 WRL-LIBELLE PIC X(60).
           05 WRL-VALEUR PIC ZZZZZZ9.

       01  WS-RPT-VERDICT PIC X(80).

       PROCEDURE DIVISION.

       0000-MAIN-MODULE SECTION.

           PERFORM 1000-OPEN-FILES.
           PERFORM 1200-LOAD-DEPARTEMENTS.
           PERFORM 1300-WRITE-ENTETE.
           PERFORM 2000-CONTROLER-MAITRE.
           PERFORM 2100-CONTROLER-DEPARTEMENTS.
           PERFORM 2200-CONTROLER-TAUXMIN.
           PERFORM 2300-CONTROLER-BUDGET.
           PERFORM 2400-CONTROLER-RETENUES.
           PERFORM 2500-CONTROLER-ATTENTE.
           PERFORM 2600-CONTROLER-CUMULS.
           PERFORM 2700-CONTROLER-CONGES.
           PERFORM 2750-CONTROLER-SUSPECTS.
           PERFORM 2800-CONTROLER-ABSENCES.
           PERFORM 2850-CONTROLER-RAPPELS.
           PERFORM 2990-WRITE-RECAPITULATIF.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.

       1000-OPEN-FILES SECTION.
           OPEN-FILES-START.

           OPEN INPUT FICHE-EMP.
           IF WS-FICHE-EMP-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "employe."
               DISPLAY "Le code erreur est : " WS-FICHE-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-MASTER-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des departements."
               DISPLAY "Le code erreur est : " WS-DEPT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT INTEG-RPT.
           IF WS-INTEG-RPT-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture du rapport "
                   "d'integrite."
               DISPLAY "Le code erreur est : " WS-INTEG-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN-FILES-END.
               EXIT.

       1200-LOAD-DEPARTEMENTS SECTION.
           LOAD-DEPARTEMENTS-START.

           PERFORM 1210-READ-DEPT.
           PERFORM UNTIL FIN-FICHIER-DEPT
               IF WS-DEP-COUNT NOT < 200
                   DISPLAY "TABLE DES DEPARTEMENTS SATUREE "
                       "(200 DEPARTEMENTS)."
                   DISPLAY "AUGMENTER WS-DEP-ENTRY ET RELANCER."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEP-COUNT
               SET WS-DEP-IDX TO WS-DEP-COUNT
               MOVE DM-CODE TO WS-DEP-CODE (WS-DEP-IDX)
               MOVE DM-NOM TO WS-DEP-NOM (WS-DEP-IDX)
               MOVE DM-STATUT TO WS-DEP-STATUT (WS-DEP-IDX)
               MOVE DM-COMPTE-GL TO WS-DEP-COMPTE (WS-DEP-IDX)
               MOVE ZERO TO WS-DEP-NB-ACTIFS (WS-DEP-IDX)
               PERFORM 1210-READ-DEPT
           END-PERFORM.

           CLOSE DEPT-MASTER.

           LOAD-DEPARTEMENTS-END.
               EXIT.

       1210-READ-DEPT SECTION.
           READ-DEPT-START.

               READ DEPT-MASTER NEXT
                   AT END
                       SET FIN-FICHIER-DEPT TO TRUE
                   NOT AT END
                       IF WS-DEPT-MASTER-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-DEPT-MASTER-STATUS
                       END-IF
               END-READ.

           READ-DEPT-END.
               EXIT.

       1300-WRITE-ENTETE SECTION.
           WRITE-ENTETE-START.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-TITLE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-ENTETE-END.
               EXIT.

       2000-CONTROLER-MAITRE SECTION.
           CONTROLER-MAITRE-START.

           MOVE "FICHEMP.DAT" TO WRS-FICHIER.
           MOVE "EMPLOYES ACTIFS DANS UN DEPARTEMENT INCONNU OU INACTIF"
               TO WRS-LIBELLE.
           PERFORM 2910-WRITE-SECTION.

           *>FILE-CONVERT REJETTE CES EMPLOYES : ILS NE SONT PAS PAYES
           PERFORM 2010-READ-EMP.
           PERFORM UNTIL FIN-FICHIER-EMP
               ADD 1 TO WS-CNT-EMP-LUS
               IF EMP-ACTIF
                   ADD 1 TO WS-CNT-EMP-ACTIFS
                   MOVE DEPARTEMENT TO WS-RECH-CODE
                   PERFORM 2050-TROUVER-DEPARTEMENT
                   EVALUATE TRUE
                       WHEN DEP-INCONNU
                           ADD 1 TO WS-CNT-EMP-DEPT-INCONNU
                           SET ANO-ALERTE TO TRUE
                           MOVE EMPLOYEID TO WS-ANO-CLE
                           MOVE SPACES TO WS-ANO-MOTIF
                           STRING "DEPARTEMENT ABSENT DE DEPTMAST : "
                                   DELIMITED BY SIZE
                               DEPARTEMENT DELIMITED BY SIZE
                               INTO WS-ANO-MOTIF
                           END-STRING
                           PERFORM 2900-WRITE-ANOMALIE
                       WHEN DEP-INACTIF (WS-DEP-IDX)
                           ADD 1 TO WS-CNT-EMP-DEPT-INACTIF
                           SET ANO-ALERTE TO TRUE
                           MOVE EMPLOYEID TO WS-ANO-CLE
                           MOVE SPACES TO WS-ANO-MOTIF
                           STRING "DEPARTEMENT INACTIF : "
                                   DELIMITED BY SIZE
                               DEPARTEMENT DELIMITED BY SIZE
                               INTO WS-ANO-MOTIF
                           END-STRING
                           PERFORM 2900-WRITE-ANOMALIE
                       WHEN OTHER
                           ADD 1 TO WS-DEP-NB-ACTIFS (WS-DEP-IDX)
                   END-EVALUATE
               END-IF
               PERFORM 2010-READ-EMP
           END-PERFORM.

           PERFORM 2920-WRITE-NOMBRE.

           CONTROLER-MAITRE-END.
               EXIT.

       2010-READ-EMP SECTION.
           READ-EMP-START.

               READ FICHE-EMP NEXT
                   AT END
                       SET FIN-FICHIER-EMP TO TRUE
                   NOT AT END
                       IF WS-FICHE-EMP-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-EMP-STATUS
                       END-IF
               END-READ.

           READ-EMP-END.
               EXIT.

       2050-TROUVER-DEPARTEMENT SECTION.
           TROUVER-DEPARTEMENT-START.

           SET DEP-INCONNU TO TRUE.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-CODE (WS-DEP-IDX) = WS-RECH-CODE
                   SET DEP-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           TROUVER-DEPARTEMENT-END.
               EXIT.

       2060-LIRE-MAITRE SECTION.
           LIRE-MAITRE-START.

           MOVE WS-RECH-EMPLOYEID TO EMPLOYEID.
           READ FICHE-EMP
               INVALID KEY
                   SET MAITRE-ABSENT TO TRUE
               NOT INVALID KEY
                   IF EMP-INACTIF
                       SET MAITRE-INACTIF TO TRUE
                   ELSE
                       SET MAITRE-ACTIF TO TRUE
                   END-IF
           END-READ.

           LIRE-MAITRE-END.
               EXIT.

       2100-CONTROLER-DEPARTEMENTS SECTION.
           CONTROLER-DEPARTEMENTS-START.

           MOVE "DEPTMAST.DAT" TO WRS-FICHIER.
           MOVE "COMPTES GL A BLANC OU DIFFERENTS POUR UN MEME NOM"
               TO WRS-LIBELLE.
           PERFORM 2910-WRITE-SECTION.

           *>FILE-CONVERT DEBITE LE BRUT DE CHAQUE DEPARTEMENT SUR LE
           *>COMPTE PORTE PAR DEPTMAST.DAT : UN DEPARTEMENT ACTIF QUI
           *>A DES EMPLOYES ACTIFS ET UN COMPTE A BLANC DONNE UNE LIGNE
           *>D'EXTRAIT SANS COMPTE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-COMPTE (WS-DEP-IDX) = SPACES
                   MOVE WS-DEP-CODE (WS-DEP-IDX) TO WS-ANO-CLE
                   MOVE SPACES TO WS-ANO-MOTIF
                   IF DEP-ACTIF (WS-DEP-IDX)
                       AND WS-DEP-NB-ACTIFS (WS-DEP-IDX) > 0
                       ADD 1 TO WS-CNT-GL-BLOQUANT
                       SET ANO-BLOQUANTE TO TRUE
                       STRING "COMPTE GL A BLANC, EMPLOYES ACTIFS : "
                               DELIMITED BY SIZE
                           WS-DEP-NB-ACTIFS (WS-DEP-IDX)
                               DELIMITED BY SIZE
                           INTO WS-ANO-MOTIF
                       END-STRING
                   ELSE
                       ADD 1 TO WS-CNT-GL-VIDE
                       SET ANO-ALERTE TO TRUE
                       MOVE "COMPTE GL A BLANC, AUCUN EMPLOYE PAYE"
                           TO WS-ANO-MOTIF
                   END-IF
                   PERFORM 2900-WRITE-ANOMALIE
               END-IF
           END-PERFORM.

           *>L'EXTRAIT RETROUVE LE COMPTE PAR LE NOM OFFICIEL : DEUX
           *>CODES ACTIFS DE MEME NOM ET DE COMPTES DIFFERENTS SONT
           *>DEBITES SUR UN SEUL DES DEUX COMPTES
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               PERFORM VARYING WS-DEP-IDX2 FROM WS-DEP-IDX BY 1
                       UNTIL WS-DEP-IDX2 > WS-DEP-COUNT
                   IF WS-DEP-IDX2 > WS-DEP-IDX
                       AND DEP-ACTIF (WS-DEP-IDX)
                       AND DEP-ACTIF (WS-DEP-IDX2)
                       AND WS-DEP-NOM (WS-DEP-IDX2)
                           = WS-DEP-NOM (WS-DEP-IDX)
                       AND WS-DEP-COMPTE (WS-DEP-IDX2)
                           NOT = WS-DEP-COMPTE (WS-DEP-IDX)
                       PERFORM 2110-SIGNALER-NOM-DOUBLE
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM 2920-WRITE-NOMBRE.

           CONTROLER-DEPARTEMENTS-END.
               EXIT.

       2110-SIGNALER-NOM-DOUBLE SECTION.
           SIGNALER-NOM-DOUBLE-START.

           ADD 1 TO WS-CNT-NOM-DOUBLE.
           IF WS-DEP-NB-ACTIFS (WS-DEP-IDX) > 0
               AND WS-DEP-NB-ACTIFS (WS-DEP-IDX2) > 0
               SET ANO-BLOQUANTE TO TRUE
           ELSE
               SET ANO-ALERTE TO TRUE
           END-IF.

           MOVE WS-DEP-NOM (WS-DEP-IDX) TO WS-ANO-CLE.
           MOVE SPACES TO WS-ANO-MOTIF.
           STRING "COMPTES GL " DELIMITED BY SIZE
               WS-DEP-COMPTE (WS-DEP-IDX) DELIMITED BY SPACE
               " / " DELIMITED BY SIZE
               WS-DEP-COMPTE (WS-DEP-IDX2) DELIMITED BY SPACE
               " - CODES " DELIMITED BY SIZE
               WS-DEP-CODE (WS-DEP-IDX) DELIMITED BY "  "
               " / " DELIMITED BY SIZE
               WS-DEP-CODE (WS-DEP-IDX2) DELIMITED BY "  "
               INTO WS-ANO-MOTIF
           END-STRING.
           PERFORM 2900-WRITE-ANOMALIE.

           SIGNALER-NOM-DOUBLE-END.
               EXIT.

       2200-CONTROLER-TAUXMIN SECTION.
           CONTROLER-TAUXMIN-START.

           MOVE "TAUXMIN.DAT" TO WRS-FICHIER.
           MOVE "TAUX MINIMUM D'UN DEPARTEMENT INCONNU DE DEPTMAST"
               TO WRS-LIBELLE.
           PERFORM 2910-WRITE-SECTION.

           OPEN INPUT RATE-MASTER.
           IF WS-RATE-MASTER-STATUS = "35"
               PERFORM 2930-WRITE-ABSENT
               GO TO CONTROLER-TAUXMIN-END
           END-IF.
           IF WS-RATE-MASTER-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture de la table "
                   "des taux minimum."
               DISPLAY "Le code erreur est : " WS-RATE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2210-READ-TAUX.
           PERFORM UNTIL FIN-FICHIER-TAUX
               MOVE MW-CODE TO WS-RECH-CODE
               PERFORM 2050-TROUVER-DEPARTEMENT
               IF DEP-INCONNU
                   ADD 1 TO WS-CNT-TAUX-ORPHELINS
                   SET ANO-ALERTE TO TRUE
                   MOVE MW-CODE TO WS-ANO-CLE
                   MOVE "CODE DEPARTEMENT ABSENT DE DEPTMAST"
                       TO WS-ANO-MOTIF
                   PERFORM 2900-WRITE-ANOMALIE
               END-IF
               PERFORM 2210-READ-TAUX
           END-PERFORM.

           CLOSE RATE-MASTER.
           PERFORM 2920-WRITE-NOMBRE.

           CONTROLER-TAUXMIN-END.
               EXIT.

       2210-READ-TAUX SECTION.
           READ-TAUX-START.

               READ RATE-MASTER NEXT
                   AT END
                       SET FIN-FICHIER-TAUX TO TRUE
                   NOT AT END
                       IF WS-RATE-MASTER-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-RATE-MASTER-STATUS
                       END-IF
               END-READ.

           READ-TAUX-END.
               EXIT.

       2300-CONTROLER-BUDGET SECTION.
           CONTROLER-BUDGET-START.

           MOVE "BUDGET.DAT" TO WRS-FICHIER.
           MOVE "BUDGET D'UN DEPARTEMENT INCONNU DE DEPTMAST"
               TO WRS-LIBELLE.
           PERFORM 2910-WRITE-SECTION.

           OPEN INPUT BUDGET-MASTER.
           IF WS-BUDGET-MASTER-STATUS = "35"
               PERFORM 2930-WRITE-ABSENT
               GO TO CONTROLER-BUDGET-END
           END-IF.
           IF WS-BUDGET-MASTER-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture de la table "
                   "des budgets."
               DISPLAY "Le code erreur est : " WS-BUDGET-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2310-READ-BUDGET.
           PERFORM UNTIL FIN-FICHIER-BUDGET
               MOVE BU-CODE TO WS-RECH-CODE
               PERFORM 2050-TROUVER-DEPARTEMENT
               IF DEP-INCONNU
                   ADD 1 TO WS-CNT-BUDGET-ORPHELINS
                   SET ANO-ALERTE TO TRUE
                   MOVE BU-CODE TO WS-ANO-CLE
                   MOVE SPACES TO WS-ANO-MOTIF
                   STRING "CODE DEPARTEMENT ABSENT DE DEPTMAST, "
                           DELIMITED BY SIZE
                       "PERIODE " DELIMITED BY SIZE
                       BU-PERIODE DELIMITED BY SIZE
                       INTO WS-ANO-MOTIF
                   END-STRING
                   PERFORM 2900-WRITE-ANOMALIE
               END-IF
               PERFORM 2310-READ-BUDGET
           END-PERFORM.

           CLOSE BUDGET-MASTER.
           PERFORM 2920-WRITE-NOMBRE.

           CONTROLER-BUDGET-END.
               EXIT.

       2310-READ-BUDGET SECTION.
           READ-BUDGET-START.

               READ BUDGET-MASTER NEXT
                   AT END
                       SET FIN-FICHIER-BUDGET TO TRUE
                   NOT AT END
                       IF WS-BUDGET-MASTER-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour"
                               WS-BUDGET-MASTER-STATUS
                       END-IF
               END-READ.

           READ-BUDGET-END.
               EXIT.

       2400-CONTROLER-RETENUES SECTION.
           CONTROLER-RETENUES-START.

           MOVE "EMPDEDUC.DAT" TO WRS-FICHIER.
           MOVE "RETENUES VOLONTAIRES D'UN EMPLOYE ABSENT DU MAITRE"
               TO WRS-LIBELLE.
           PERFORM 2910-WRITE-SECTION.

           OPEN INPUT EMP-DED.
           IF WS-EMP-DED-STATUS = "35"
               PERFORM 2930-WRITE-ABSENT
               GO TO CONTROLER-RETENUES-END
           END-IF.
           IF WS-EMP-DED-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture de la table "
                   "des retenues par employe."
               DISPLAY "Le code erreur est : " WS-EMP-DED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2410-READ-DED.
           PERFORM UNTIL FIN-FICHIER-DED
               MOVE ED-EMPLOYEID TO WS-RECH-EMPLOYEID
               PERFORM 2060-LIRE-MAITRE
               IF MAITRE-ABSENT
                   ADD 1 TO WS-CNT-DED-ORPHELINES
                   SET ANO-ALERTE TO TRUE
                   MOVE ED-EMPLOYEID TO WS-ANO-CLE
                   MOVE "EMPLOYE ABSENT DU MAITRE (PURGE ?)"
                       TO WS-ANO-MOTIF
                   PERFORM 2900-WRITE-ANOMALIE
               END-IF
               PERFORM 2410-READ-DED
           END-PERFORM.

           CLOSE EMP-DED.
           PERFORM 2920-WRITE-NOMBRE.

           CONTROLER-RETENUES-END.
               EXIT.

       2410-READ-DED SECTION.
           READ-DED-START.

               READ EMP-DED NEXT
                   AT END
                       SET FIN-FICHIER-DED TO TRUE
                   NOT AT END
                       IF WS-EMP-DED-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-EMP-DED-STATUS
                       END-IF
               END-READ.

           READ-DED-END.
               EXIT.

       2500-CONTROLER-ATTENTE SECTION.
           CONTROLER-ATTENTE-START.

           MOVE "EMPPEND.DAT" TO WRS-FICHIER.
           MOVE "TRANSACTIONS EN ATTENTE : EMPLOYE ABSENT, INACTIF OU"
               TO WRS-LIBELLE.
           MOVE "DEJA PRESENT" TO WRS-LIBELLE (54:).
           PERFORM 2910-WRITE-SECTION.

           OPEN INPUT FICHE-PEND.
           IF WS-FICHE-PEND-STATUS = "35"
               PERFORM 2930-WRITE-ABSENT
               GO TO CONTROLER-ATTENTE-END
           END-IF.
           IF WS-FICHE-PEND-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des transactions en attente."
               DISPLAY "Le code erreur est : " WS-FICHE-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2510-READ-PEND.
           PERFORM UNTIL FIN-FICHIER-PEND
               PERFORM 2520-CONTROLER-TRANSACTION
               PERFORM 2510-READ-PEND
           END-PERFORM.

           CLOSE FICHE-PEND.
           PERFORM 2920-WRITE-NOMBRE.

           CONTROLER-ATTENTE-END.
               EXIT.

       2510-READ-PEND SECTION.
           READ-PEND-START.

               READ FICHE-PEND
                   AT END
                       SET FIN-FICHIER-PEND TO TRUE
                   NOT AT END
                       IF WS-FICHE-PEND-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-PEND-STATUS
                       END-IF
               END-READ.

           READ-PEND-END.
               EXIT.

       2520-CONTROLER-TRANSACTION SECTION.
           CONTROLER-TRANSACTION-START.

           MOVE TRANS-EMPLOYEID TO WS-RECH-EMPLOYEID.
           PERFORM 2060-LIRE-MAITRE.
           MOVE TRANS-EMPLOYEID TO WS-ANO-CLE.
           SET ANO-ALERTE TO TRUE.

           *>UN AJOUT EN ATTENTE NE DOIT PAS TROUVER L'EMPLOYE DANS LE
           *>MAITRE ; IL REND VALIDES LES TRANSACTIONS QUI LE SUIVENT
           IF TRANS-AJOUT
               IF NOT MAITRE-ABSENT
                   ADD 1 TO WS-CNT-PEND-AJOUTS-DOUBLES
                   MOVE "AJOUT EN ATTENTE, EMPLOYE DEJA AU MAITRE"
                       TO WS-ANO-MOTIF
                   PERFORM 2900-WRITE-ANOMALIE
               ELSE
                   IF WS-PAJ-COUNT < 1000
                       ADD 1 TO WS-PAJ-COUNT
                       SET WS-PAJ-IDX TO WS-PAJ-COUNT
                       MOVE TRANS-EMPLOYEID
                           TO WS-PAJ-EMPLOYEID (WS-PAJ-IDX)
                   ELSE
                       DISPLAY "TABLE DES AJOUTS EN ATTENTE SATUREE "
                           "(1000 AJOUTS)."
                       DISPLAY "AUGMENTER WS-PAJ-ENTRY ET RELANCER."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               GO TO CONTROLER-TRANSACTION-END
           END-IF.

           IF MAITRE-ACTIF
               GO TO CONTROLER-TRANSACTION-END
           END-IF.

           IF MAITRE-ABSENT
               SET PAJ-INCONNU TO TRUE
               PERFORM VARYING WS-PAJ-IDX FROM 1 BY 1
                       UNTIL WS-PAJ-IDX > WS-PAJ-COUNT
                   IF WS-PAJ-EMPLOYEID (WS-PAJ-IDX) = TRANS-EMPLOYEID
                       SET PAJ-TROUVE TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF PAJ-TROUVE
                   GO TO CONTROLER-TRANSACTION-END
               END-IF
           END-IF.

           ADD 1 TO WS-CNT-PEND-ORPHELINES.
           MOVE SPACES TO WS-ANO-MOTIF.
           IF MAITRE-ABSENT
               STRING "TRANSACTION " DELIMITED BY SIZE
                   TRANS-CODE DELIMITED BY SIZE
                   " EN ATTENTE, EMPLOYE ABSENT DU MAITRE"
                       DELIMITED BY SIZE
                   INTO WS-ANO-MOTIF
               END-STRING
           ELSE
               STRING "TRANSACTION " DELIMITED BY SIZE
                   TRANS-CODE DELIMITED BY SIZE
                   " EN ATTENTE, EMPLOYE INACTIF" DELIMITED BY SIZE
                   INTO WS-ANO-MOTIF
               END-STRING
           END-IF.
           PERFORM 2900-WRITE-ANOMALIE.

           CONTROLER-TRANSACTION-END.
               EXIT.

       2600-CONTROLER-CUMULS SECTION.
           CONTROLER-CUMULS-START.

           MOVE "EMPYTD.DAT" TO WRS-FICHIER.
           MOVE "CUMUL ANNUEL SANS MAITRE NI ARCHIVE EMPARCH.DAT"
               TO WRS-LIBELLE.
           PERFORM 2910-WRITE-SECTION.

           OPEN INPUT FICHE-YTD.
           IF WS-FICHE-YTD-STATUS = "35"
               PERFORM 2930-WRITE-ABSENT
               GO TO CONTROLER-CUMULS-END
           END-IF.
           IF WS-FICHE-YTD-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des cumuls annuels."
               DISPLAY "Le code erreur est : " WS-FICHE-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>LES CUMULS SANS MAITRE SONT NOTES, PUIS RAPPROCHES DE
           *>L'ARCHIVE DES PURGES EN UN SEUL PASSAGE
           PERFORM 2610-READ-YTD.
           PERFORM UNTIL FIN-FICHIER-YTD
               MOVE YTD-EMPLOYEID TO WS-RECH-EMPLOYEID
               PERFORM 2060-LIRE-MAITRE
               IF MAITRE-ABSENT
                   IF WS-ORP-COUNT < 999
                       ADD 1 TO WS-ORP-COUNT
                       SET WS-ORP-IDX TO WS-ORP-COUNT
                       MOVE YTD-EMPLOYEID
                           TO WS-ORP-EMPLOYEID (WS-ORP-IDX)
                       MOVE YTD-ANNEE TO WS-ORP-ANNEE (WS-ORP-IDX)
                       SET ORP-ORPHELIN (WS-ORP-IDX) TO TRUE
                   ELSE
                       DISPLAY "TABLE DES CUMULS SANS MAITRE SATUREE "
                           "(999 CUMULS)."
                       DISPLAY "AUGMENTER WS-ORP-ENTRY ET RELANCER."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 2610-READ-YTD
           END-PERFORM.

           CLOSE FICHE-YTD.

           IF WS-ORP-COUNT > 0
               PERFORM 2620-RAPPROCHER-ARCHIVE
           END-IF.

           PERFORM VARYING WS-ORP-IDX FROM 1 BY 1
                   UNTIL WS-ORP-IDX > WS-ORP-COUNT
               IF ORP-ORPHELIN (WS-ORP-IDX)
                   ADD 1 TO WS-CNT-YTD-ORPHELINS
                   SET ANO-ALERTE TO TRUE
                   MOVE WS-ORP-EMPLOYEID (WS-ORP-IDX) TO WS-ANO-CLE
                   MOVE SPACES TO WS-ANO-MOTIF
                   IF ARCH-DISPONIBLE
                       STRING "CUMUL " DELIMITED BY SIZE
                           WS-ORP-ANNEE (WS-ORP-IDX) DELIMITED BY SIZE
                           ", EMPLOYE ABSENT DU MAITRE ET DE L'ARCHIVE"
                               DELIMITED BY SIZE
                           INTO WS-ANO-MOTIF
                       END-STRING
                   ELSE
                       STRING "CUMUL " DELIMITED BY SIZE
                           WS-ORP-ANNEE (WS-ORP-IDX) DELIMITED BY SIZE
                           ", EMPLOYE ABSENT DU MAITRE (PAS D'ARCHIVE)"
                               DELIMITED BY SIZE
                           INTO WS-ANO-MOTIF
                       END-STRING
                   END-IF
                   PERFORM 2900-WRITE-ANOMALIE
               END-IF
           END-PERFORM.

           PERFORM 2920-WRITE-NOMBRE.

           CONTROLER-CUMULS-END.
               EXIT.

       2610-READ-YTD SECTION.
           READ-YTD-START.

               READ FICHE-YTD NEXT
                   AT END
                       SET FIN-FICHIER-YTD TO TRUE
                   NOT AT END
                       IF WS-FICHE-YTD-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-YTD-STATUS
                       END-IF
               END-READ.

           READ-YTD-END.
               EXIT.

       2620-RAPPROCHER-ARCHIVE SECTION.
           RAPPROCHER-ARCHIVE-START.

           *>TANT QU'AUCUN EMPLOYE N'A ETE PURGE, L'ARCHIVE N'EXISTE
           *>PAS ET TOUT CUMUL SANS MAITRE EST ORPHELIN
           OPEN INPUT FICHE-ARCH.
           IF WS-FICHE-ARCH-STATUS = "00"
               SET ARCH-DISPONIBLE TO TRUE
           ELSE
               SET ARCH-ABSENT TO TRUE
               IF WS-FICHE-ARCH-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture du fichier "
                       "d'archive."
                   DISPLAY "Le code erreur est : "
                       WS-FICHE-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               GO TO RAPPROCHER-ARCHIVE-END
           END-IF.

           PERFORM 2630-READ-ARCH.
           PERFORM UNTIL FIN-FICHIER-ARCH
               PERFORM VARYING WS-ORP-IDX FROM 1 BY 1
                       UNTIL WS-ORP-IDX > WS-ORP-COUNT
                   IF WS-ORP-EMPLOYEID (WS-ORP-IDX) = ARCH-EMPLOYEID
                       SET ORP-ARCHIVE (WS-ORP-IDX) TO TRUE
                   END-IF
               END-PERFORM
               PERFORM 2630-READ-ARCH
           END-PERFORM.

           CLOSE FICHE-ARCH.

           RAPPROCHER-ARCHIVE-END.
               EXIT.

       2630-READ-ARCH SECTION.
           READ-ARCH-START.

               READ FICHE-ARCH
                   AT END
                       SET FIN-FICHIER-ARCH TO TRUE
                   NOT AT END
                       IF WS-FICHE-ARCH-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-ARCH-STATUS
                       END-IF
               END-READ.

           READ-ARCH-END.
               EXIT.

       2700-CONTROLER-CONGES SECTION.
           CONTROLER-CONGES-START.

           MOVE "CONGES.DAT" TO WRS-FICHIER.
           MOVE "SOLDE DE CONGES D'UN EMPLOYE ABSENT DU MAITRE"
               TO WRS-LIBELLE.
           PERFORM 2910-WRITE-SECTION.

           OPEN INPUT FICHE-CONGE.
           IF WS-FICHE-CONGE-STATUS = "35"
               PERFORM 2930-WRITE-ABSENT
               GO TO CONTROLER-CONGES-END
           END-IF.
           IF WS-FICHE-CONGE-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des soldes de conges."
               DISPLAY "Le code erreur est : " WS-FICHE-CONGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2710-READ-CONGE.
           PERFORM UNTIL FIN-FICHIER-CONGE
               MOVE CG-EMPLOYEID TO WS-RECH-EMPLOYEID
               PERFORM 2060-LIRE-MAITRE
               IF MAITRE-ABSENT
                   ADD 1 TO WS-CNT-CONGE-ORPHELINS
                   SET ANO-ALERTE TO TRUE
                   MOVE CG-EMPLOYEID TO WS-ANO-CLE
                   MOVE "EMPLOYE ABSENT DU MAITRE (PURGE ?)"
                       TO WS-ANO-MOTIF
                   PERFORM 2900-WRITE-ANOMALIE
               END-IF
               PERFORM 2710-READ-CONGE
           END-PERFORM.

           CLOSE FICHE-CONGE.
           PERFORM 2920-WRITE-NOMBRE.

           CONTROLER-CONGES-END.
               EXIT.

       2710-READ-CONGE SECTION.
           READ-CONGE-START.

               READ FICHE-CONGE NEXT
                   AT END
                       SET FIN-FICHIER-CONGE TO TRUE
                   NOT AT END
                       IF WS-FICHE-CONGE-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-CONGE-STATUS
                       END-IF
               END-READ.

           READ-CONGE-END.
               EXIT.

       2750-CONTROLER-SUSPECTS SECTION.
           CONTROLER-SUSPECTS-START.

           MOVE "RIBSUSP.DAT" TO WRS-FICHIER.
           MOVE "RIB SUSPECT D'UN EMPLOYE ABSENT DU MAITRE"
               TO WRS-LIBELLE.
           PERFORM 2910-WRITE-SECTION.

           OPEN INPUT FICHE-SUSP.
           IF WS-FICHE-SUSP-STATUS = "35"
               PERFORM 2930-WRITE-ABSENT
               GO TO CONTROLER-SUSPECTS-END
           END-IF.
           IF WS-FICHE-SUSP-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des RIB suspects."
               DISPLAY "Le code erreur est : " WS-FICHE-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2760-READ-SUSP.
           PERFORM UNTIL FIN-FICHIER-SUSP
               MOVE RS-EMPLOYEID TO WS-RECH-EMPLOYEID
               PERFORM 2060-LIRE-MAITRE
               IF MAITRE-ABSENT
                   ADD 1 TO WS-CNT-SUSP-ORPHELINS
                   SET ANO-ALERTE TO TRUE
                   MOVE RS-EMPLOYEID TO WS-ANO-CLE
                   MOVE SPACES TO WS-ANO-MOTIF
                   STRING "EMPLOYE ABSENT DU MAITRE, RETOUR DE LA "
                           DELIMITED BY SIZE
                       "PERIODE " DELIMITED BY SIZE
                       RS-PERIODE DELIMITED BY SIZE
                       INTO WS-ANO-MOTIF
                   END-STRING
                   PERFORM 2900-WRITE-ANOMALIE
               END-IF
               PERFORM 2760-READ-SUSP
           END-PERFORM.

           CLOSE FICHE-SUSP.
           PERFORM 2920-WRITE-NOMBRE.

           CONTROLER-SUSPECTS-END.
               EXIT.

       2760-READ-SUSP SECTION.
           READ-SUSP-START.

               READ FICHE-SUSP NEXT
                   AT END
                       SET FIN-FICHIER-SUSP TO TRUE
                   NOT AT END
                       IF WS-FICHE-SUSP-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-SUSP-STATUS
                       END-IF
               END-READ.

           READ-SUSP-END.
               EXIT.

       2800-CONTROLER-ABSENCES SECTION.
           CONTROLER-ABSENCES-START.

           MOVE "ABSENCES.DAT" TO WRS-FICHIER.
           MOVE "ABSENCE EN ATTENTE D'UN EMPLOYE ABSENT OU INACTIF"
               TO WRS-LIBELLE.
           PERFORM 2910-WRITE-SECTION.

           OPEN INPUT FICHE-ABS.
           IF WS-FICHE-ABS-STATUS = "35"
               PERFORM 2930-WRITE-ABSENT
               GO TO CONTROLER-ABSENCES-END
           END-IF.
           IF WS-FICHE-ABS-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des absences."
               DISPLAY "Le code erreur est : " WS-FICHE-ABS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>FILE-CONVERT N'IMPUTE UNE ABSENCE QU'A LA PAIE DE
           *>L'EMPLOYE : CELLES-CI RESTERAIENT EN ATTENTE SANS FIN
           PERFORM 2810-READ-ABS.
           PERFORM UNTIL FIN-FICHIER-ABS
               MOVE ABS-EMPLOYEID TO WS-RECH-EMPLOYEID
               PERFORM 2060-LIRE-MAITRE
               IF NOT MAITRE-ACTIF
                   ADD 1 TO WS-CNT-ABS-ORPHELINES
                   SET ANO-ALERTE TO TRUE
                   MOVE ABS-EMPLOYEID TO WS-ANO-CLE
                   MOVE SPACES TO WS-ANO-MOTIF
                   IF MAITRE-ABSENT
                       STRING "ABSENCE " DELIMITED BY SIZE
                           ABS-TYPE DELIMITED BY SIZE
                           " DU " DELIMITED BY SIZE
                           ABS-DATE-DEBUT DELIMITED BY SIZE
                           ", EMPLOYE ABSENT DU MAITRE"
                               DELIMITED BY SIZE
                           INTO WS-ANO-MOTIF
                       END-STRING
                   ELSE
                       STRING "ABSENCE " DELIMITED BY SIZE
                           ABS-TYPE DELIMITED BY SIZE
                           " DU " DELIMITED BY SIZE
                           ABS-DATE-DEBUT DELIMITED BY SIZE
                           ", EMPLOYE INACTIF" DELIMITED BY SIZE
                           INTO WS-ANO-MOTIF
                       END-STRING
                   END-IF
                   PERFORM 2900-WRITE-ANOMALIE
               END-IF
               PERFORM 2810-READ-ABS
           END-PERFORM.

           CLOSE FICHE-ABS.
           PERFORM 2920-WRITE-NOMBRE.

           CONTROLER-ABSENCES-END.
               EXIT.

       2810-READ-ABS SECTION.
           READ-ABS-START.

               READ FICHE-ABS
                   AT END
                       SET FIN-FICHIER-ABS TO TRUE
                   NOT AT END
                       IF WS-FICHE-ABS-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-ABS-STATUS
                       END-IF
               END-READ.

           READ-ABS-END.
               EXIT.

       2850-CONTROLER-RAPPELS SECTION.
           CONTROLER-RAPPELS-START.

           MOVE "RAPPELS.DAT" TO WRS-FICHIER.
           MOVE "RAPPEL EN ATTENTE D'UN EMPLOYE ABSENT OU INACTIF"
               TO WRS-LIBELLE.
           PERFORM 2910-WRITE-SECTION.

           OPEN INPUT FICHE-RAPPEL.
           IF WS-FICHE-RAPPEL-STATUS = "35"
               PERFORM 2930-WRITE-ABSENT
               GO TO CONTROLER-RAPPELS-END
           END-IF.
           IF WS-FICHE-RAPPEL-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des rappels de salaire."
               DISPLAY "Le code erreur est : " WS-FICHE-RAPPEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>UN RAPPEL NE SE VERSE QU'AVEC LA PAIE DE L'EMPLOYE : CEUX
           *>D'UN EMPLOYE SORTI SONT A REGLER A LA MAIN
           PERFORM 2860-READ-RAPPEL.
           PERFORM UNTIL FIN-FICHIER-RAPPEL
               MOVE RAP-EMPLOYEID TO WS-RECH-EMPLOYEID
               PERFORM 2060-LIRE-MAITRE
               IF NOT MAITRE-ACTIF
                   ADD 1 TO WS-CNT-RAPPEL-ORPHELINS
                   SET ANO-ALERTE TO TRUE
                   MOVE RAP-EMPLOYEID TO WS-ANO-CLE
                   MOVE SPACES TO WS-ANO-MOTIF
                   IF MAITRE-ABSENT
                       STRING "RAPPEL " DELIMITED BY SIZE
                           RAP-PERIODE-DEBUT DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           RAP-PERIODE-FIN DELIMITED BY SIZE
                           ", EMPLOYE ABSENT DU MAITRE"
                               DELIMITED BY SIZE
                           INTO WS-ANO-MOTIF
                       END-STRING
                   ELSE
                       STRING "RAPPEL " DELIMITED BY SIZE
                           RAP-PERIODE-DEBUT DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           RAP-PERIODE-FIN DELIMITED BY SIZE
                           ", EMPLOYE INACTIF" DELIMITED BY SIZE
                           INTO WS-ANO-MOTIF
                       END-STRING
                   END-IF
                   PERFORM 2900-WRITE-ANOMALIE
               END-IF
               PERFORM 2860-READ-RAPPEL
           END-PERFORM.

           CLOSE FICHE-RAPPEL.
           PERFORM 2920-WRITE-NOMBRE.

           CONTROLER-RAPPELS-END.
               EXIT.

       2860-READ-RAPPEL SECTION.
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

       2900-WRITE-ANOMALIE SECTION.
           WRITE-ANOMALIE-START.

           IF ANO-BLOQUANTE
               ADD 1 TO WS-CNT-BLOQUANTS
               MOVE "BLOQUANT" TO WRA-GRAVITE
           ELSE
               ADD 1 TO WS-CNT-ALERTES
               MOVE "ALERTE" TO WRA-GRAVITE
           END-IF.
           MOVE WS-ANO-CLE TO WRA-CLE.
           MOVE WS-ANO-MOTIF TO WRA-MOTIF.
           MOVE WS-RPT-ANOMALIE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-ANOMALIE-END.
               EXIT.

       2910-WRITE-SECTION SECTION.
           WRITE-SECTION-START.

           COMPUTE WS-CNT-SECTION-DEBUT =
               WS-CNT-BLOQUANTS + WS-CNT-ALERTES.

           MOVE SPACES TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-RPT-SECTION TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-TIRET-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-SECTION-END.
               EXIT.

       2920-WRITE-NOMBRE SECTION.
           WRITE-NOMBRE-START.

           COMPUTE WS-CNT-SECTION =
               WS-CNT-BLOQUANTS + WS-CNT-ALERTES - WS-CNT-SECTION-DEBUT.
           MOVE WS-CNT-SECTION TO WRN-NOMBRE.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-NOMBRE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-NOMBRE-END.
               EXIT.

       2930-WRITE-ABSENT SECTION.
           WRITE-ABSENT-START.

           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-ABSENT TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-ABSENT-END.
               EXIT.

       2990-WRITE-RECAPITULATIF SECTION.
           WRITE-RECAPITULATIF-START.

           MOVE SPACES TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE "RECAPITULATIF PAR CATEGORIE" TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE "EMPLOYES LUS / ACTIFS AU MAITRE" TO WRL-LIBELLE.
           MOVE WS-CNT-EMP-LUS TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE SPACES TO WRL-LIBELLE.
           MOVE WS-CNT-EMP-ACTIFS TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "EMPLOYES ACTIFS - DEPARTEMENT INCONNU" TO WRL-LIBELLE.
           MOVE WS-CNT-EMP-DEPT-INCONNU TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "EMPLOYES ACTIFS - DEPARTEMENT INACTIF" TO WRL-LIBELLE.
           MOVE WS-CNT-EMP-DEPT-INACTIF TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "DEPARTEMENTS PAYES SANS COMPTE GL (BLOQUANT)"
               TO WRL-LIBELLE.
           MOVE WS-CNT-GL-BLOQUANT TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "DEPARTEMENTS NON PAYES SANS COMPTE GL" TO WRL-LIBELLE.
           MOVE WS-CNT-GL-VIDE TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "NOMS DE DEPARTEMENT A DEUX COMPTES GL" TO WRL-LIBELLE.
           MOVE WS-CNT-NOM-DOUBLE TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "TAUX MINIMUM SUR CODE INCONNU" TO WRL-LIBELLE.
           MOVE WS-CNT-TAUX-ORPHELINS TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "BUDGETS SUR CODE INCONNU" TO WRL-LIBELLE.
           MOVE WS-CNT-BUDGET-ORPHELINS TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "RETENUES VOLONTAIRES SANS MAITRE" TO WRL-LIBELLE.
           MOVE WS-CNT-DED-ORPHELINES TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "TRANSACTIONS EN ATTENTE - EMPLOYE ABSENT/INACTIF"
               TO WRL-LIBELLE.
           MOVE WS-CNT-PEND-ORPHELINES TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "AJOUTS EN ATTENTE - EMPLOYE DEJA AU MAITRE"
               TO WRL-LIBELLE.
           MOVE WS-CNT-PEND-AJOUTS-DOUBLES TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "CUMULS ANNUELS SANS MAITRE NI ARCHIVE" TO WRL-LIBELLE.
           MOVE WS-CNT-YTD-ORPHELINS TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "SOLDES DE CONGES SANS MAITRE" TO WRL-LIBELLE.
           MOVE WS-CNT-CONGE-ORPHELINS TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "RIB SUSPECTS SANS MAITRE" TO WRL-LIBELLE.
           MOVE WS-CNT-SUSP-ORPHELINS TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "ABSENCES EN ATTENTE - EMPLOYE ABSENT/INACTIF"
               TO WRL-LIBELLE.
           MOVE WS-CNT-ABS-ORPHELINES TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "RAPPELS EN ATTENTE - EMPLOYE ABSENT/INACTIF"
               TO WRL-LIBELLE.
           MOVE WS-CNT-RAPPEL-ORPHELINS TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.

           MOVE WS-TIRET-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE "ANOMALIES BLOQUANTES" TO WRL-LIBELLE.
           MOVE WS-CNT-BLOQUANTS TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.
           MOVE "ALERTES" TO WRL-LIBELLE.
           MOVE WS-CNT-ALERTES TO WRL-VALEUR.
           PERFORM 2995-WRITE-TOTAL.

           EVALUATE TRUE
               WHEN WS-CNT-BLOQUANTS > 0
                   MOVE "*** ANOMALIES BLOQUANTES - CORRIGER AVANT "
                       TO WS-RPT-VERDICT
                   MOVE "FILE-CONVERT ***" TO WS-RPT-VERDICT (43:)
               WHEN WS-CNT-ALERTES > 0
                   MOVE "CONTROLE TERMINE AVEC ALERTES"
                       TO WS-RPT-VERDICT
               WHEN OTHER
                   MOVE "CONTROLE OK - AUCUNE ANOMALIE"
                       TO WS-RPT-VERDICT
           END-EVALUATE.
           MOVE WS-RPT-VERDICT TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-RECAPITULATIF-END.
               EXIT.

       2995-WRITE-TOTAL SECTION.
           WRITE-TOTAL-START.

           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-TOTAL-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-TOTAL-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

           DISPLAY "EMPLOYES LUS AU MAITRE : " WS-CNT-EMP-LUS.
           DISPLAY "ANOMALIES BLOQUANTES : " WS-CNT-BLOQUANTS.
           DISPLAY "ALERTES : " WS-CNT-ALERTES.

           CLOSE FICHE-EMP.
           CLOSE INTEG-RPT.

           IF WS-CNT-BLOQUANTS > 0
               DISPLAY "ANOMALIES BLOQUANTES POUR L'EXTRAIT "
                   "COMPTABLE : ARRET DE LA CHAINE."
               DISPLAY "CORRIGER DEPTMAST.DAT VIA DEPT-MAINT PUIS "
                   "RELANCER (VOIR INTEGRITE.DAT)."
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CNT-ALERTES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE-FILE-END.
               EXIT.

       9999-FIN-PROGRAMME.
      *>---------------------------------------------------------------
       STOP RUN.
       END PROGRAM INTEG-CHECK.
