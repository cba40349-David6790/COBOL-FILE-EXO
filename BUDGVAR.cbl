       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-VAR.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 18/01/24.
       DATE-COMPILED.
       SECURITY. Standard.

      *> Rapport des ecarts entre le budget de masse salariale et la
      *> paie reelle, par departement. Le parametre BUDGVAR.PAR donne
      *> le mois a analyser (YYYYMM) et la tolerance de depassement en
      *> pourcentage 9(2)V99. Le budget vient de BUDGET.DAT (charge
      *> par BUDGET-LOAD), le reel des lignes en vigueur de
      *> EMPHIST.DAT : brut (rappels et prime d'anciennete compris),
      *> heures travaillees et nombre d'employes distincts payes sur
      *> le mois. EMPHIST porte
      *> le nom officiel du departement, rapproche du code par
      *> DEPTMAST.DAT. BUDGVAR.DAT donne pour chaque departement
      *> l'ecart du mois et le cumul depuis janvier, en montant et en
      *> pourcentage, et signale tout depassement du brut au-dela de
      *> la tolerance ; un departement paye sans budget, un code
      *> budgete inconnu de DEPTMAST ou un nom de l'historique qui n'y
      *> figure plus sont signales aussi (code retour 4).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUDGVAR-PAR ASSIGN TO "BUDGVAR.PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGVAR-PAR-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DM-CODE
           FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT BUDGET-MASTER ASSIGN TO "BUDGET.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BU-CLE
           FILE STATUS IS WS-BUDGET-MASTER-STATUS.

           SELECT FICHE-HIST ASSIGN TO "EMPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-HIST-STATUS.

           SELECT BUDGVAR-RPT ASSIGN TO "BUDGVAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGVAR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGVAR-PAR.
       01  BUDGVAR-PAR-RECORD.
           05 BP-PERIODE PIC 9(6).
           05 BP-TOLERANCE PIC 9(2)V99.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  BUDGET-MASTER.
           COPY BUDGET.

       FD  FICHE-HIST.
           COPY EMPHIST.

       FD  BUDGVAR-RPT.
       01  FS-BUF-RPT PIC X(132).

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-DEPT VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-BUDGET VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-HIST VALUE X"01" THRU X"FF".
       01  WS-BUDGVAR-PAR-STATUS PIC X(2).
       01  WS-DEPT-MASTER-STATUS PIC X(2).
       01  WS-BUDGET-MASTER-STATUS PIC X(2).
       01  WS-FICHE-HIST-STATUS PIC X(2).
       01  WS-BUDGVAR-RPT-STATUS PIC X(2).

       *>MOIS ANALYSE ; LE CUMUL COURT DE JANVIER DE LA MEME ANNEE
       *>JUSQU'A CE MOIS INCLUS
       01  WS-PERIODE PIC 9(6) VALUE 0.
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05 WS-PER-ANNEE PIC 9(4).
           05 WS-PER-MOIS PIC 9(2).
       01  WS-PERIODE-DEBUT PIC 9(6) VALUE 0.
       01  WS-TOLERANCE PIC 9(2)V99 VALUE 0.

       *>UN POSTE PAR DEPARTEMENT DE DEPTMAST, DANS L'ORDRE DES
       *>CODES, PUIS LES CODES DU BUDGET ET LES NOMS DE L'HISTORIQUE
       *>QUE DEPTMAST NE CONNAIT PAS, AJOUTES A LA RENCONTRE
       01  WS-DEP-TABLE.
           05 WS-DEP-COUNT PIC 9(3) VALUE 0.
           05 WS-DEP-ENTRY OCCURS 200 TIMES INDEXED BY WS-DEP-IDX.
               10 WS-DEP-CODE PIC X(30).
               10 WS-DEP-NOM PIC X(30).
               10 WS-DEP-STATUT PIC X.
               10 WS-DEP-ORIGINE PIC X.
                   88 DEP-REFERENTIEL VALUE "R".
                   88 DEP-CODE-INCONNU VALUE "B".
                   88 DEP-NOM-INCONNU VALUE "H".
               10 WS-DEP-BUD-BRUT-M PIC 9(8)V99.
               10 WS-DEP-BUD-HEURES-M PIC 9(6).
               10 WS-DEP-BUD-EFF-M PIC 9(5).
               10 WS-DEP-BUD-BRUT-C PIC 9(9)V99.
               10 WS-DEP-BUD-HEURES-C PIC 9(7).
               10 WS-DEP-REEL-BRUT-M PIC 9(8)V99.
               10 WS-DEP-REEL-HEURES-M PIC 9(6).
               10 WS-DEP-REEL-EFF-M PIC 9(5).
               10 WS-DEP-REEL-BRUT-C PIC 9(9)V99.
               10 WS-DEP-REEL-HEURES-C PIC 9(7).

       01  WS-DEP-FOUND-SW PIC X VALUE "N".
           88 DEP-TROUVE VALUE "Y".
           88 DEP-INCONNU VALUE "N".

       *>EMPLOYES DEJA COMPTES DANS L'EFFECTIF DU MOIS, PAR
       *>DEPARTEMENT : UN EMPLOYE PEUT AVOIR PLUSIEURS LIGNES
       01  WS-VU-TABLE.
           05 WS-VU-COUNT PIC 9(4) VALUE 0.
           05 WS-VU-ENTRY OCCURS 9999 TIMES INDEXED BY WS-VU-IDX.
               10 WS-VU-EMPLOYEID PIC 9(7).
               10 WS-VU-DEP PIC 9(3).

       01  WS-VU-FOUND-SW PIC X VALUE "N".
           88 VU-TROUVE VALUE "Y".
           88 VU-NOUVEAU VALUE "N".

       01  WS-DEP-NUM PIC 9(3).

       *>ZONES DU CALCUL D'ECART, COMMUNES AUX LIGNES DU MOIS, DU
       *>CUMUL ET DU TOTAL
       01  WS-CALC-BUDGET PIC 9(10)V99.
       01  WS-CALC-REEL PIC 9(10)V99.
       01  WS-PRIME-ANC PIC 9(6)V99.
       01  WS-CALC-ECART PIC S9(10)V99.
       01  WS-CALC-POURCENT PIC S9(5)V99.
       01  WS-CALC-SW PIC X VALUE "N".
           88 CALC-DEPASSEMENT VALUE "Y".
           88 CALC-DANS-BUDGET VALUE "N".
       01  WS-SIGNALE-SW PIC X VALUE "N".
           88 DEP-SIGNALE VALUE "Y".
           88 DEP-NON-SIGNALE VALUE "N".

       01  WS-TOT-BUD-BRUT-M PIC 9(10)V99 VALUE 0.
       01  WS-TOT-BUD-HEURES-M PIC 9(7) VALUE 0.
       01  WS-TOT-BUD-EFF-M PIC 9(5) VALUE 0.
       01  WS-TOT-BUD-BRUT-C PIC 9(10)V99 VALUE 0.
       01  WS-TOT-BUD-HEURES-C PIC 9(7) VALUE 0.
       01  WS-TOT-REEL-BRUT-M PIC 9(10)V99 VALUE 0.
       01  WS-TOT-REEL-HEURES-M PIC 9(7) VALUE 0.
       01  WS-TOT-REEL-EFF-M PIC 9(5) VALUE 0.
       01  WS-TOT-REEL-BRUT-C PIC 9(10)V99 VALUE 0.
       01  WS-TOT-REEL-HEURES-C PIC 9(7) VALUE 0.

       01  WS-CNT-PARAM-ERREURS PIC 9(5) VALUE 0.
       01  WS-CNT-BUDGETS PIC 9(5) VALUE 0.
       01  WS-CNT-HIST-RETENUES PIC 9(7) VALUE 0.
       01  WS-CNT-HIST-ANNULEES PIC 9(7) VALUE 0.
       01  WS-CNT-LISTES PIC 9(5) VALUE 0.
       01  WS-CNT-SIGNALES PIC 9(5) VALUE 0.
       01  WS-CNT-CODES-INCONNUS PIC 9(5) VALUE 0.
       01  WS-CNT-NOMS-INCONNUS PIC 9(5) VALUE 0.

       01  WS-STARS-FILLER PIC X(132) VALUE ALL "*".

       01  WS-RPT-TITLE.
           05 FILLER PIC X(38)
               VALUE "ECARTS BUDGET / REEL - PERIODE : ".
           05 WRT-PERIODE PIC 9(6).
           05 FILLER PIC X(16) VALUE " - TOLERANCE : ".
           05 WRT-TOLERANCE PIC Z9.99.
           05 FILLER PIC X(2) VALUE " %".

       01  WS-RPT-COLONNES.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "BUDGET BRUT".
           05 FILLER PIC X(13) VALUE "REEL BRUT".
           05 FILLER PIC X(14) VALUE "ECART BRUT".
           05 FILLER PIC X(11) VALUE "ECART %".
           05 FILLER PIC X(9) VALUE "BUD HRS".
           05 FILLER PIC X(9) VALUE "REEL HRS".
           05 FILLER PIC X(10) VALUE "ECART HRS".
           05 FILLER PIC X(7) VALUE "B EFF".
           05 FILLER PIC X(7) VALUE "R EFF".
           05 FILLER PIC X(11) VALUE "SIGNALEMENT".

       01  WS-RPT-DEP-ENTETE.
           05 FILLER PIC X(14) VALUE "DEPARTEMENT : ".
           05 WDE-CODE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WDE-NOM PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDE-REMARQUE PIC X(30).

       01  WS-RPT-ECART-LINE.
           05 WEL-LIBELLE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-BUD-BRUT PIC ZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-REEL-BRUT PIC ZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-ECART-BRUT PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-POURCENT-ZONE.
               10 WEL-POURCENT PIC -(5)9.99.
           05 WEL-POURCENT-X REDEFINES WEL-POURCENT-ZONE PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-BUD-HEURES PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-REEL-HEURES PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-ECART-HEURES PIC -(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-BUD-EFF-ZONE.
               10 WEL-BUD-EFF PIC ZZZZ9.
           05 WEL-BUD-EFF-X REDEFINES WEL-BUD-EFF-ZONE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-REEL-EFF-ZONE.
               10 WEL-REEL-EFF PIC ZZZZ9.
           05 WEL-REEL-EFF-X REDEFINES WEL-REEL-EFF-ZONE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-SIGNAL PIC X(18).

       01  WS-RPT-TOTAL-LINE.
           05 WRL-LIBELLE PIC X(40).
           05 WRL-VALEUR PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE SECTION.

           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-READ-PARAMETRES.
           PERFORM 1200-LOAD-DEPARTEMENTS.
           PERFORM 2000-CUMULER-BUDGETS.
           PERFORM 2100-CUMULER-HISTORIQUE.
           PERFORM 1300-OPEN-RAPPORT.
           PERFORM 2500-WRITE-ENTETE.
           PERFORM 2600-WRITE-DEPARTEMENTS.
           PERFORM 2800-WRITE-TOTAUX.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.

       1000-OPEN-FILES SECTION.
           OPEN-FILES-START.

           OPEN INPUT BUDGVAR-PAR.
           IF WS-BUDGVAR-PAR-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "de parametres du rapport budgetaire."
               DISPLAY "Le code erreur est : " WS-BUDGVAR-PAR-STATUS
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

           OPEN INPUT BUDGET-MASTER.
           IF WS-BUDGET-MASTER-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture de la table "
                   "des budgets."
               DISPLAY "Le code erreur est : " WS-BUDGET-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FICHE-HIST.
           IF WS-FICHE-HIST-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture de "
                   "l'historique de paie."
               DISPLAY "Le code erreur est : " WS-FICHE-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN-FILES-END.
               EXIT.

       1100-READ-PARAMETRES SECTION.
           READ-PARAMETRES-START.

           READ BUDGVAR-PAR
               AT END
                   DISPLAY "FICHIER DE PARAMETRES VIDE : BUDGVAR.PAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE BUDGVAR-PAR.

           IF BP-PERIODE NOT NUMERIC
               ADD 1 TO WS-CNT-PARAM-ERREURS
               DISPLAY "PERIODE NON NUMERIQUE DANS BUDGVAR.PAR : "
                   BP-PERIODE
           ELSE
               MOVE BP-PERIODE TO WS-PERIODE
               IF WS-PER-ANNEE < 1900
                   OR WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
                   ADD 1 TO WS-CNT-PARAM-ERREURS
                   DISPLAY "PERIODE INVALIDE DANS BUDGVAR.PAR : "
                       BP-PERIODE
               END-IF
           END-IF.

           *>TOLERANCE A BLANC : TOUT DEPASSEMENT EST SIGNALE
           IF BP-TOLERANCE NUMERIC
               MOVE BP-TOLERANCE TO WS-TOLERANCE
           ELSE
               IF BP-TOLERANCE(1:4) NOT = SPACES
                   ADD 1 TO WS-CNT-PARAM-ERREURS
                   DISPLAY "TOLERANCE NON NUMERIQUE DANS BUDGVAR.PAR"
               END-IF
           END-IF.

           IF WS-CNT-PARAM-ERREURS > 0
               DISPLAY "PARAMETRES EN ERREUR : " WS-CNT-PARAM-ERREURS
               DISPLAY "AUCUN RAPPORT PRODUIT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-PERIODE-DEBUT = WS-PER-ANNEE * 100 + 1.

           DISPLAY "ECARTS BUDGETAIRES DE LA PERIODE : " WS-PERIODE.

           READ-PARAMETRES-END.
               EXIT.

       1200-LOAD-DEPARTEMENTS SECTION.
           LOAD-DEPARTEMENTS-START.

           PERFORM 1210-READ-DEPT.
           PERFORM UNTIL FIN-FICHIER-DEPT
               PERFORM 2060-AJOUTER-DEPARTEMENT
               SET DEP-REFERENTIEL (WS-DEP-IDX) TO TRUE
               MOVE DM-CODE TO WS-DEP-CODE (WS-DEP-IDX)
               MOVE DM-NOM TO WS-DEP-NOM (WS-DEP-IDX)
               MOVE DM-STATUT TO WS-DEP-STATUT (WS-DEP-IDX)
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

       1300-OPEN-RAPPORT SECTION.
           OPEN-RAPPORT-START.

           OPEN OUTPUT BUDGVAR-RPT.
           IF WS-BUDGVAR-RPT-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture du rapport "
                   "des ecarts budgetaires."
               DISPLAY "Le code erreur est : " WS-BUDGVAR-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN-RAPPORT-END.
               EXIT.

       2000-CUMULER-BUDGETS SECTION.
           CUMULER-BUDGETS-START.

           PERFORM 2010-READ-BUDGET.

           PERFORM UNTIL FIN-FICHIER-BUDGET
               IF BU-PERIODE NOT < WS-PERIODE-DEBUT
                   AND BU-PERIODE NOT > WS-PERIODE
                   PERFORM 2020-CUMULER-BUDGET
               END-IF
               PERFORM 2010-READ-BUDGET
           END-PERFORM.

           CLOSE BUDGET-MASTER.

           CUMULER-BUDGETS-END.
               EXIT.

       2010-READ-BUDGET SECTION.
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

       2020-CUMULER-BUDGET SECTION.
           CUMULER-BUDGET-START.

           ADD 1 TO WS-CNT-BUDGETS.

           SET DEP-INCONNU TO TRUE.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-CODE (WS-DEP-IDX) = BU-CODE
                   AND NOT DEP-NOM-INCONNU (WS-DEP-IDX)
                   SET DEP-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           *>UN CODE BUDGETE QUE DEPTMAST NE CONNAIT PAS GARDE SA
           *>LIGNE AU RAPPORT : SON BUDGET NE DOIT PAS DISPARAITRE
           IF DEP-INCONNU
               PERFORM 2060-AJOUTER-DEPARTEMENT
               SET DEP-CODE-INCONNU (WS-DEP-IDX) TO TRUE
               MOVE BU-CODE TO WS-DEP-CODE (WS-DEP-IDX)
               ADD 1 TO WS-CNT-CODES-INCONNUS
           END-IF.

           ADD BU-BRUT TO WS-DEP-BUD-BRUT-C (WS-DEP-IDX).
           ADD BU-HEURES TO WS-DEP-BUD-HEURES-C (WS-DEP-IDX).
           IF BU-PERIODE = WS-PERIODE
               ADD BU-BRUT TO WS-DEP-BUD-BRUT-M (WS-DEP-IDX)
               ADD BU-HEURES TO WS-DEP-BUD-HEURES-M (WS-DEP-IDX)
               ADD BU-EFFECTIF TO WS-DEP-BUD-EFF-M (WS-DEP-IDX)
           END-IF.

           CUMULER-BUDGET-END.
               EXIT.

       2060-AJOUTER-DEPARTEMENT SECTION.
           AJOUTER-DEPARTEMENT-START.

           IF WS-DEP-COUNT NOT < 200
               DISPLAY "TABLE DES DEPARTEMENTS SATUREE "
                   "(200 DEPARTEMENTS)."
               DISPLAY "AUGMENTER WS-DEP-ENTRY ET RELANCER."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-DEP-COUNT.
           SET WS-DEP-IDX TO WS-DEP-COUNT.
           MOVE SPACES TO WS-DEP-CODE (WS-DEP-IDX).
           MOVE SPACES TO WS-DEP-NOM (WS-DEP-IDX).
           MOVE SPACE TO WS-DEP-STATUT (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-BUD-BRUT-M (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-BUD-HEURES-M (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-BUD-EFF-M (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-BUD-BRUT-C (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-BUD-HEURES-C (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-REEL-BRUT-M (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-REEL-HEURES-M (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-REEL-EFF-M (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-REEL-BRUT-C (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-REEL-HEURES-C (WS-DEP-IDX).

           AJOUTER-DEPARTEMENT-END.
               EXIT.

       2100-CUMULER-HISTORIQUE SECTION.
           CUMULER-HISTORIQUE-START.

           PERFORM 2110-READ-HIST.

           PERFORM UNTIL FIN-FICHIER-HIST
               IF HIST-PERIODE NOT < WS-PERIODE-DEBUT
                   AND HIST-PERIODE NOT > WS-PERIODE
                   *>LES LIGNES ANNULEES PAR PAY-REVERSAL RESTENT
                   *>DANS L'HISTORIQUE MAIS NE SONT PAS DU REEL
                   IF HIST-ANNULEE
                       ADD 1 TO WS-CNT-HIST-ANNULEES
                   ELSE
                       PERFORM 2120-CUMULER-REEL
                   END-IF
               END-IF
               PERFORM 2110-READ-HIST
           END-PERFORM.

           CLOSE FICHE-HIST.

           CUMULER-HISTORIQUE-END.
               EXIT.

       2110-READ-HIST SECTION.
           READ-HIST-START.

               READ FICHE-HIST
                   AT END
                       SET FIN-FICHIER-HIST TO TRUE
                   NOT AT END
                       IF WS-FICHE-HIST-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-HIST-STATUS
                       END-IF
               END-READ.

           READ-HIST-END.
               EXIT.

       2120-CUMULER-REEL SECTION.
           CUMULER-REEL-START.

           ADD 1 TO WS-CNT-HIST-RETENUES.

           *>HIST-DEPARTEMENT PORTE LE NOM OFFICIEL DEPTMAST AU
           *>MOMENT DE LA PAIE, PAS LE CODE
           SET DEP-INCONNU TO TRUE.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-NOM (WS-DEP-IDX) = HIST-DEPARTEMENT
                   AND NOT DEP-CODE-INCONNU (WS-DEP-IDX)
                   SET DEP-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           *>UN DEPARTEMENT RENOMME DEPUIS LA PAIE N'EST PLUS
           *>RETROUVE : SON REEL EST LISTE A PART, SOUS SON ANCIEN NOM
           IF DEP-INCONNU
               PERFORM 2060-AJOUTER-DEPARTEMENT
               SET DEP-NOM-INCONNU (WS-DEP-IDX) TO TRUE
               MOVE HIST-DEPARTEMENT TO WS-DEP-NOM (WS-DEP-IDX)
               ADD 1 TO WS-CNT-NOMS-INCONNUS
           END-IF.

           *>LES LIGNES DE RAPPEL PORTENT ZERO HEURE : ELLES NE
           *>COMPTENT QUE DANS LE BRUT
           *>LA PRIME D'ANCIENNETE EST UN COUT DE MASSE SALARIALE
           *>COMME LE BRUT (ZONE A BLANC AVANT LA PRIME)
           MOVE ZERO TO WS-PRIME-ANC.
           IF HIST-PRIME-ANC NUMERIC
               MOVE HIST-PRIME-ANC TO WS-PRIME-ANC
           END-IF.
           ADD HIST-BRUT WS-PRIME-ANC
               TO WS-DEP-REEL-BRUT-C (WS-DEP-IDX).
           ADD HIST-HEURES TO WS-DEP-REEL-HEURES-C (WS-DEP-IDX).
           IF HIST-PERIODE = WS-PERIODE
               ADD HIST-BRUT WS-PRIME-ANC
                   TO WS-DEP-REEL-BRUT-M (WS-DEP-IDX)
               ADD HIST-HEURES TO WS-DEP-REEL-HEURES-M (WS-DEP-IDX)
               IF HIST-PAIE-PERIODE
                   PERFORM 2130-COMPTER-EFFECTIF
               END-IF
           END-IF.

           CUMULER-REEL-END.
               EXIT.

       2130-COMPTER-EFFECTIF SECTION.
           COMPTER-EFFECTIF-START.

           SET WS-DEP-NUM TO WS-DEP-IDX.

           SET VU-NOUVEAU TO TRUE.
           PERFORM VARYING WS-VU-IDX FROM 1 BY 1
                   UNTIL WS-VU-IDX > WS-VU-COUNT
               IF WS-VU-EMPLOYEID (WS-VU-IDX) = HIST-EMPLOYEID
                   AND WS-VU-DEP (WS-VU-IDX) = WS-DEP-NUM
                   SET VU-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF VU-TROUVE
               GO TO COMPTER-EFFECTIF-END
           END-IF.

           IF WS-VU-COUNT NOT < 9999
               DISPLAY "TABLE DES EMPLOYES PAYES SATUREE "
                   "(9999 EMPLOYES)."
               DISPLAY "AUGMENTER WS-VU-ENTRY ET RELANCER."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-VU-COUNT.
           SET WS-VU-IDX TO WS-VU-COUNT.
           MOVE HIST-EMPLOYEID TO WS-VU-EMPLOYEID (WS-VU-IDX).
           MOVE WS-DEP-NUM TO WS-VU-DEP (WS-VU-IDX).
           ADD 1 TO WS-DEP-REEL-EFF-M (WS-DEP-IDX).

           COMPTER-EFFECTIF-END.
               EXIT.

       2500-WRITE-ENTETE SECTION.
           WRITE-ENTETE-START.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE WS-PERIODE TO WRT-PERIODE.
           MOVE WS-TOLERANCE TO WRT-TOLERANCE.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-TITLE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-COLONNES TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-ENTETE-END.
               EXIT.

       2600-WRITE-DEPARTEMENTS SECTION.
           WRITE-DEPARTEMENTS-START.

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               PERFORM 2610-WRITE-DEPARTEMENT
           END-PERFORM.

           WRITE-DEPARTEMENTS-END.
               EXIT.

       2610-WRITE-DEPARTEMENT SECTION.
           WRITE-DEPARTEMENT-START.

           *>UN DEPARTEMENT SANS BUDGET NI PAIE DEPUIS JANVIER N'A
           *>RIEN A MONTRER
           IF WS-DEP-BUD-BRUT-C (WS-DEP-IDX) = ZERO
               AND WS-DEP-BUD-HEURES-C (WS-DEP-IDX) = ZERO
               AND WS-DEP-REEL-BRUT-C (WS-DEP-IDX) = ZERO
               AND WS-DEP-REEL-HEURES-C (WS-DEP-IDX) = ZERO
               GO TO WRITE-DEPARTEMENT-END
           END-IF.

           ADD 1 TO WS-CNT-LISTES.
           SET DEP-NON-SIGNALE TO TRUE.

           MOVE WS-DEP-CODE (WS-DEP-IDX) TO WDE-CODE.
           MOVE WS-DEP-NOM (WS-DEP-IDX) TO WDE-NOM.
           EVALUATE TRUE
               WHEN DEP-CODE-INCONNU (WS-DEP-IDX)
                   MOVE "CODE BUDGET ABSENT DE DEPTMAST" TO WDE-REMARQUE
                   SET DEP-SIGNALE TO TRUE
               WHEN DEP-NOM-INCONNU (WS-DEP-IDX)
                   MOVE "NOM PAYE ABSENT DE DEPTMAST" TO WDE-REMARQUE
                   SET DEP-SIGNALE TO TRUE
               WHEN WS-DEP-STATUT (WS-DEP-IDX) = "I"
                   MOVE "DEPARTEMENT INACTIF" TO WDE-REMARQUE
               WHEN OTHER
                   MOVE SPACES TO WDE-REMARQUE
           END-EVALUATE.
           MOVE SPACES TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-RPT-DEP-ENTETE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE "MOIS" TO WEL-LIBELLE.
           MOVE WS-DEP-BUD-BRUT-M (WS-DEP-IDX) TO WS-CALC-BUDGET.
           MOVE WS-DEP-REEL-BRUT-M (WS-DEP-IDX) TO WS-CALC-REEL.
           MOVE WS-DEP-BUD-HEURES-M (WS-DEP-IDX) TO WEL-BUD-HEURES.
           MOVE WS-DEP-REEL-HEURES-M (WS-DEP-IDX) TO WEL-REEL-HEURES.
           COMPUTE WEL-ECART-HEURES = WS-DEP-REEL-HEURES-M (WS-DEP-IDX)
               - WS-DEP-BUD-HEURES-M (WS-DEP-IDX).
           MOVE WS-DEP-BUD-EFF-M (WS-DEP-IDX) TO WEL-BUD-EFF.
           MOVE WS-DEP-REEL-EFF-M (WS-DEP-IDX) TO WEL-REEL-EFF.
           PERFORM 2700-WRITE-ECART.
           IF CALC-DEPASSEMENT
               SET DEP-SIGNALE TO TRUE
           END-IF.

           MOVE "CUMUL" TO WEL-LIBELLE.
           MOVE WS-DEP-BUD-BRUT-C (WS-DEP-IDX) TO WS-CALC-BUDGET.
           MOVE WS-DEP-REEL-BRUT-C (WS-DEP-IDX) TO WS-CALC-REEL.
           MOVE WS-DEP-BUD-HEURES-C (WS-DEP-IDX) TO WEL-BUD-HEURES.
           MOVE WS-DEP-REEL-HEURES-C (WS-DEP-IDX) TO WEL-REEL-HEURES.
           COMPUTE WEL-ECART-HEURES = WS-DEP-REEL-HEURES-C (WS-DEP-IDX)
               - WS-DEP-BUD-HEURES-C (WS-DEP-IDX).
           *>L'EFFECTIF EST UNE PHOTO DU MOIS, IL NE SE CUMULE PAS
           MOVE SPACES TO WEL-BUD-EFF-X.
           MOVE SPACES TO WEL-REEL-EFF-X.
           PERFORM 2700-WRITE-ECART.
           IF CALC-DEPASSEMENT
               SET DEP-SIGNALE TO TRUE
           END-IF.

           IF DEP-SIGNALE
               ADD 1 TO WS-CNT-SIGNALES
           END-IF.

           ADD WS-DEP-BUD-BRUT-M (WS-DEP-IDX) TO WS-TOT-BUD-BRUT-M.
           ADD WS-DEP-BUD-HEURES-M (WS-DEP-IDX) TO WS-TOT-BUD-HEURES-M.
           ADD WS-DEP-BUD-EFF-M (WS-DEP-IDX) TO WS-TOT-BUD-EFF-M.
           ADD WS-DEP-BUD-BRUT-C (WS-DEP-IDX) TO WS-TOT-BUD-BRUT-C.
           ADD WS-DEP-BUD-HEURES-C (WS-DEP-IDX) TO WS-TOT-BUD-HEURES-C.
           ADD WS-DEP-REEL-BRUT-M (WS-DEP-IDX) TO WS-TOT-REEL-BRUT-M.
           ADD WS-DEP-REEL-HEURES-M (WS-DEP-IDX)
               TO WS-TOT-REEL-HEURES-M.
           ADD WS-DEP-REEL-EFF-M (WS-DEP-IDX) TO WS-TOT-REEL-EFF-M.
           ADD WS-DEP-REEL-BRUT-C (WS-DEP-IDX) TO WS-TOT-REEL-BRUT-C.
           ADD WS-DEP-REEL-HEURES-C (WS-DEP-IDX)
               TO WS-TOT-REEL-HEURES-C.

           WRITE-DEPARTEMENT-END.
               EXIT.

       2700-WRITE-ECART SECTION.
           WRITE-ECART-START.

           *>L'ECART EST REEL MOINS BUDGET : POSITIF = DEPASSEMENT ;
           *>LA TOLERANCE S'APPLIQUE AU POURCENTAGE DU BRUT
           SET CALC-DANS-BUDGET TO TRUE.
           MOVE WS-CALC-BUDGET TO WEL-BUD-BRUT.
           MOVE WS-CALC-REEL TO WEL-REEL-BRUT.
           COMPUTE WS-CALC-ECART = WS-CALC-REEL - WS-CALC-BUDGET.
           MOVE WS-CALC-ECART TO WEL-ECART-BRUT.
           MOVE SPACES TO WEL-SIGNAL.

           IF WS-CALC-BUDGET = ZERO
               MOVE SPACES TO WEL-POURCENT-X
               IF WS-CALC-REEL > ZERO
                   SET CALC-DEPASSEMENT TO TRUE
                   MOVE "SANS BUDGET" TO WEL-SIGNAL
               END-IF
           ELSE
               COMPUTE WS-CALC-POURCENT ROUNDED =
                   WS-CALC-ECART * 100 / WS-CALC-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CALC-POURCENT
               END-COMPUTE
               MOVE WS-CALC-POURCENT TO WEL-POURCENT
               IF WS-CALC-POURCENT > WS-TOLERANCE
                   SET CALC-DEPASSEMENT TO TRUE
                   MOVE "DEPASSEMENT" TO WEL-SIGNAL
               END-IF
           END-IF.

           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-ECART-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-ECART-END.
               EXIT.

       2800-WRITE-TOTAUX SECTION.
           WRITE-TOTAUX-START.

           MOVE SPACES TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE SPACES TO WDE-CODE.
           MOVE "TOTAL TOUS DEPARTEMENTS" TO WDE-NOM.
           MOVE SPACES TO WDE-REMARQUE.
           MOVE WS-RPT-DEP-ENTETE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE "MOIS" TO WEL-LIBELLE.
           MOVE WS-TOT-BUD-BRUT-M TO WS-CALC-BUDGET.
           MOVE WS-TOT-REEL-BRUT-M TO WS-CALC-REEL.
           MOVE WS-TOT-BUD-HEURES-M TO WEL-BUD-HEURES.
           MOVE WS-TOT-REEL-HEURES-M TO WEL-REEL-HEURES.
           COMPUTE WEL-ECART-HEURES =
               WS-TOT-REEL-HEURES-M - WS-TOT-BUD-HEURES-M.
           MOVE WS-TOT-BUD-EFF-M TO WEL-BUD-EFF.
           MOVE WS-TOT-REEL-EFF-M TO WEL-REEL-EFF.
           PERFORM 2700-WRITE-ECART.

           MOVE "CUMUL" TO WEL-LIBELLE.
           MOVE WS-TOT-BUD-BRUT-C TO WS-CALC-BUDGET.
           MOVE WS-TOT-REEL-BRUT-C TO WS-CALC-REEL.
           MOVE WS-TOT-BUD-HEURES-C TO WEL-BUD-HEURES.
           MOVE WS-TOT-REEL-HEURES-C TO WEL-REEL-HEURES.
           COMPUTE WEL-ECART-HEURES =
               WS-TOT-REEL-HEURES-C - WS-TOT-BUD-HEURES-C.
           MOVE SPACES TO WEL-BUD-EFF-X.
           MOVE SPACES TO WEL-REEL-EFF-X.
           PERFORM 2700-WRITE-ECART.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE "DEPARTEMENTS LISTES" TO WRL-LIBELLE.
           MOVE WS-CNT-LISTES TO WRL-VALEUR.
           PERFORM 2810-WRITE-TOTAL.
           MOVE "DEPARTEMENTS SIGNALES" TO WRL-LIBELLE.
           MOVE WS-CNT-SIGNALES TO WRL-VALEUR.
           PERFORM 2810-WRITE-TOTAL.
           MOVE "CODES BUDGET ABSENTS DE DEPTMAST" TO WRL-LIBELLE.
           MOVE WS-CNT-CODES-INCONNUS TO WRL-VALEUR.
           PERFORM 2810-WRITE-TOTAL.
           MOVE "NOMS PAYES ABSENTS DE DEPTMAST" TO WRL-LIBELLE.
           MOVE WS-CNT-NOMS-INCONNUS TO WRL-VALEUR.
           PERFORM 2810-WRITE-TOTAL.
           MOVE "LIGNES DE BUDGET RETENUES" TO WRL-LIBELLE.
           MOVE WS-CNT-BUDGETS TO WRL-VALEUR.
           PERFORM 2810-WRITE-TOTAL.
           MOVE "LIGNES D'HISTORIQUE RETENUES" TO WRL-LIBELLE.
           MOVE WS-CNT-HIST-RETENUES TO WRL-VALEUR.
           PERFORM 2810-WRITE-TOTAL.
           MOVE "LIGNES ANNULEES IGNOREES" TO WRL-LIBELLE.
           MOVE WS-CNT-HIST-ANNULEES TO WRL-VALEUR.
           PERFORM 2810-WRITE-TOTAL.

           WRITE-TOTAUX-END.
               EXIT.

       2810-WRITE-TOTAL SECTION.
           WRITE-TOTAL-START.

           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-TOTAL-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-TOTAL-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

           DISPLAY "DEPARTEMENTS LISTES : " WS-CNT-LISTES.
           DISPLAY "DEPARTEMENTS SIGNALES : " WS-CNT-SIGNALES.
           DISPLAY "CODES BUDGET ABSENTS DE DEPTMAST : "
               WS-CNT-CODES-INCONNUS.
           DISPLAY "NOMS PAYES ABSENTS DE DEPTMAST : "
               WS-CNT-NOMS-INCONNUS.

           CLOSE BUDGVAR-RPT.

           *>LES SIGNALEMENTS SONT POUR LE CONTROLE DE GESTION
           IF WS-CNT-SIGNALES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE-FILE-END.
               EXIT.

       9999-FIN-PROGRAMME.
      *>---------------------------------------------------------------
       STOP RUN.
       END PROGRAM BUDGET-VAR.
