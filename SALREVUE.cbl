       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAL-REVIEW.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 18/01/24.
       DATE-COMPILED.
       SECURITY. Standard.

      *> Revision salariale annuelle. Les parametres se donnent dans
      *> REVISION.PAR : une ligne generale "G" (mode P proposition ou
      *> G generation, date d'effet YYYYMMDD, pourcentage par defaut
      *> 9(2)V99, augmentation minimum par defaut 9(4)V99) et une
      *> ligne "D" par departement revise (code DEPTMAST sur 30,
      *> pourcentage, augmentation minimum facultative, la valeur par
      *> defaut s'appliquant si elle est a blanc). Chaque employe
      *> actif de FICHEMP.DAT recoit le pourcentage de son
      *> departement, ou le pourcentage par defaut, avec au moins
      *> l'augmentation minimum. REVISION.DAT liste l'ancien et le
      *> nouveau SALAIRE, l'impact par periode (ecart x HEURESTRAVAIL),
      *> les totaux par departement, et signale tout employe qui
      *> resterait sous le minimum de TAUXMIN.DAT. En mode P rien
      *> d'autre n'est ecrit ; en mode G, une transaction "C" par
      *> employe augmente est ajoutee a EMPTRANS.SEQ avec la date
      *> d'effet commune, pour passer par EMP-EDIT et EMP-MAINT
      *> (mise en attente si la date est future) comme toute autre
      *> modification.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REVISION-PAR ASSIGN TO "REVISION.PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVISION-PAR-STATUS.

           SELECT FICHE-EMP ASSIGN TO "FICHEMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMPLOYEID
           FILE STATUS IS WS-FICHE-EMP-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-CODE
           FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT RATE-MASTER ASSIGN TO "TAUXMIN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MW-CODE
           FILE STATUS IS WS-RATE-MASTER-STATUS.

           SELECT REVISION-RPT ASSIGN TO "REVISION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVISION-RPT-STATUS.

           SELECT TRANS-SEQ ASSIGN TO "EMPTRANS.SEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-SEQ-STATUS.

           SELECT FICHE-JRN ASSIGN TO "JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVISION-PAR.
       01  REVISION-PAR-RECORD.
           05 RP-TYPE PIC X.
               88 RP-GENERAL VALUE "G".
               88 RP-DEPARTEMENT VALUE "D".
           05 RP-DONNEES PIC X(40).
           05 RP-GENERAL-ZONE REDEFINES RP-DONNEES.
               10 RP-MODE PIC X.
                   88 RP-MODE-VALIDE VALUE "P" "G".
               10 RP-DATE-EFFET PIC 9(8).
               10 RP-POURCENT-DEFAUT PIC 9(2)V99.
               10 RP-MINIMUM-DEFAUT PIC 9(4)V99.
               10 FILLER PIC X(21).
           05 RP-DEPT-ZONE REDEFINES RP-DONNEES.
               10 RP-DEPT-CODE PIC X(30).
               10 RP-POURCENT PIC 9(2)V99.
               10 RP-MINIMUM PIC 9(4)V99.

       FD  FICHE-EMP.
           COPY EMPDETAILS.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  RATE-MASTER.
           COPY MWRATE.

       FD  REVISION-RPT.
       01  FS-BUF-RPT PIC X(130).

       FD  TRANS-SEQ.
           COPY EMPTRANS.

       FD  FICHE-JRN.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-PAR VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-EMP VALUE X"01" THRU X"FF".
       01  WS-REVISION-PAR-STATUS PIC X(2).
       01  WS-FICHE-EMP-STATUS PIC X(2).
       01  WS-DEPT-MASTER-STATUS PIC X(2).
       01  WS-RATE-MASTER-STATUS PIC X(2).
       01  WS-REVISION-RPT-STATUS PIC X(2).
       01  WS-TRANS-SEQ-STATUS PIC X(2).
       01  WS-FICHE-JRN-STATUS PIC X(2).

       01  WS-RATE-TABLE-SW PIC X VALUE "N".
           88 RATE-TABLE-DISPONIBLE VALUE "Y".
           88 RATE-TABLE-ABSENTE VALUE "N".

       *>P : LISTE SOUMISE A APPROBATION, SANS AUCUNE TRANSACTION ;
       *>G : MEME LISTE, PLUS LES TRANSACTIONS "C" DANS EMPTRANS.SEQ
       01  WS-MODE-SW PIC X VALUE SPACE.
           88 MODE-PROPOSITION VALUE "P".
           88 MODE-GENERATION VALUE "G".

       01  WS-GENERAL-SW PIC X VALUE "N".
           88 LIGNE-GENERALE-LUE VALUE "Y".
           88 LIGNE-GENERALE-ABSENTE VALUE "N".

       01  WS-DATE-EFFET PIC 9(8) VALUE 0.
       01  WS-DATE-EFFET-R REDEFINES WS-DATE-EFFET.
           05 WS-EFF-ANNEE PIC 9(4).
           05 WS-EFF-MOIS PIC 9(2).
           05 WS-EFF-JOUR PIC 9(2).
       01  WS-POURCENT-DEFAUT PIC 9(2)V99 VALUE 0.
       01  WS-MINIMUM-DEFAUT PIC 9(4)V99 VALUE 0.

       01  WS-CURRENT-DATE.
           05 WS-CUR-ANNEE PIC 9(4).
           05 WS-CUR-MOIS PIC 9(2).
           05 WS-CUR-JOUR PIC 9(2).

       *>UN POSTE PAR DEPARTEMENT : LES LIGNES "D" D'ABORD, PUIS
       *>LES DEPARTEMENTS RENCONTRES AU MAITRE SANS LIGNE "D", QUI
       *>PRENNENT LES VALEURS PAR DEFAUT. LES TOTAUX DE LA LISTE
       *>SONT CUMULES DANS LE MEME POSTE.
       01  WS-DEP-TABLE.
           05 WS-DEP-COUNT PIC 9(3) VALUE 0.
           05 WS-DEP-ENTRY OCCURS 200 TIMES INDEXED BY WS-DEP-IDX.
               10 WS-DEP-CODE PIC X(30).
               10 WS-DEP-POURCENT PIC 9(2)V99.
               10 WS-DEP-MINIMUM PIC 9(4)V99.
               10 WS-DEP-MINI-SW PIC X.
                   88 DEP-MINI-SAISI VALUE "O".
                   88 DEP-MINI-DEFAUT VALUE "N".
               10 WS-DEP-ORIGINE PIC X.
                   88 DEP-PARAMETRE VALUE "D".
                   88 DEP-DEFAUT VALUE "G".
               10 WS-DEP-EFFECTIF PIC 9(5).
               10 WS-DEP-AUGMENTES PIC 9(5).
               10 WS-DEP-SOUS-MINI PIC 9(5).
               10 WS-DEP-COUT-AVANT PIC 9(8)V99.
               10 WS-DEP-COUT-APRES PIC 9(8)V99.

       01  WS-DEP-FOUND-SW PIC X VALUE "N".
           88 DEP-TROUVE VALUE "Y".
           88 DEP-INCONNU VALUE "N".

       *>CALCUL POUR L'EMPLOYE EN COURS ; LE NOUVEAU SALAIRE A UN
       *>CHIFFRE DE PLUS QUE SALAIRE POUR DETECTER LE DEPASSEMENT
       01  WS-AUGMENTATION PIC 9(5)V99.
       01  WS-NOUV-SALAIRE PIC 9(5)V99.
       01  WS-IMPACT PIC 9(6)V99.
       01  WS-PLANCHER-SW PIC X VALUE "N".
           88 PLANCHER-APPLIQUE VALUE "Y".
           88 PLANCHER-NON-APPLIQUE VALUE "N".
       01  WS-SOUS-MINI-SW PIC X VALUE "N".
           88 SOUS-MINIMUM VALUE "Y".
           88 AU-MINIMUM VALUE "N".

       01  WS-CNT-PARAM-ERREURS PIC 9(5) VALUE 0.
       01  WS-CNT-LUS PIC 9(5) VALUE 0.
       01  WS-CNT-INACTIFS PIC 9(5) VALUE 0.
       01  WS-CNT-REVISES PIC 9(5) VALUE 0.
       01  WS-CNT-AUGMENTES PIC 9(5) VALUE 0.
       01  WS-CNT-INCHANGES PIC 9(5) VALUE 0.
       01  WS-CNT-SOUS-MINI PIC 9(5) VALUE 0.
       01  WS-CNT-DEPASSEMENTS PIC 9(5) VALUE 0.
       01  WS-CNT-TRANSACTIONS PIC 9(5) VALUE 0.
       01  WS-CNT-ERREURS PIC 9(5) VALUE 0.
       01  WS-SUM-COUT-AVANT PIC 9(10)V99 VALUE 0.
       01  WS-SUM-COUT-APRES PIC 9(10)V99 VALUE 0.
       01  WS-SUM-IMPACT PIC 9(10)V99 VALUE 0.

       01  WS-STARS-FILLER PIC X(130) VALUE ALL "*".

       01  WS-RPT-TITLE.
           05 FILLER PIC X(22) VALUE "REVISION SALARIALE - ".
           05 WRT-MODE PIC X(11).
           05 FILLER PIC X(16) VALUE " - DATE EFFET : ".
           05 WRT-DATE-EFFET PIC 9(8).

       01  WS-RPT-DEFAUT-LINE.
           05 FILLER PIC X(24) VALUE "POURCENTAGE PAR DEFAUT :".
           05 WRF-POURCENT PIC ZZ9.99.
           05 FILLER PIC X(30)
               VALUE "   AUGMENTATION MINIMUM :     ".
           05 WRF-MINIMUM PIC ZZZ9.99.

       01  WS-RPT-EMP-COLONNES.
           05 FILLER PIC X(9) VALUE "EMPLOYE".
           05 FILLER PIC X(23) VALUE "NOM".
           05 FILLER PIC X(32) VALUE "DEPARTEMENT".
           05 FILLER PIC X(5) VALUE "HRS".
           05 FILLER PIC X(9) VALUE " ANCIEN".
           05 FILLER PIC X(10) VALUE " NOUVEAU".
           05 FILLER PIC X(7) VALUE "    %".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "   IMPACT".
           05 FILLER PIC X(9) VALUE "REMARQUE".

       01  WS-RPT-EMP-LINE.
           05 WLE-EMPLOYEID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLE-NOM PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WLE-PRENOM PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLE-DEPARTEMENT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLE-HEURES PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLE-ANCIEN PIC ZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLE-NOUVEAU PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLE-POURCENT PIC Z9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WLE-PLANCHER PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLE-IMPACT PIC ZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLE-REMARQUE PIC X(18).

       01  WS-RPT-DEP-COLONNES.
           05 FILLER PIC X(32) VALUE "DEPARTEMENT".
           05 FILLER PIC X(7) VALUE "    %".
           05 FILLER PIC X(9) VALUE "MINIMUM".
           05 FILLER PIC X(7) VALUE " EFFEC".
           05 FILLER PIC X(7) VALUE " AUGM".
           05 FILLER PIC X(13) VALUE "  COUT AVANT".
           05 FILLER PIC X(13) VALUE "  COUT APRES".
           05 FILLER PIC X(13) VALUE "      IMPACT".
           05 FILLER PIC X(11) VALUE "SOUS MINI".

       01  WS-RPT-DEP-LINE.
           05 WLD-DEPARTEMENT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLD-POURCENT PIC Z9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLD-MINIMUM PIC ZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLD-EFFECTIF PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLD-AUGMENTES PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLD-COUT-AVANT PIC ZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLD-COUT-APRES PIC ZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLD-IMPACT PIC ZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WLD-SOUS-MINI PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WLD-ORIGINE PIC X(7).

       01  WS-RPT-TOTAL-LINE.
           05 WRL-LIBELLE PIC X(40).
           05 WRL-VALEUR PIC ZZZZZZZZZ9.99.

       01  WS-JRN-PARAMETRES.
           05 FILLER PIC X(8) VALUE "DEFAUT: ".
           05 WJP-POURCENT PIC 9(2)V99.
           05 FILLER PIC X(10) VALUE " MINIMUM: ".
           05 WJP-MINIMUM PIC 9(4)V99.
           05 FILLER PIC X(15) VALUE " DEPARTEMENTS: ".
           05 WJP-DEPARTEMENTS PIC 9(3).

       01  WS-JRN-RESUME.
           05 FILLER PIC X(14) VALUE "TRANSACTIONS: ".
           05 WJR-TRANSACTIONS PIC 9(5).
           05 FILLER PIC X(13) VALUE " SOUS MINI: ".
           05 WJR-SOUS-MINI PIC 9(5).
           05 FILLER PIC X(9) VALUE " IMPACT: ".
           05 WJR-IMPACT PIC 9(10)V99.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE SECTION.

           PERFORM 1050-GET-CURRENT-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-READ-PARAMETRES.
           PERFORM 1200-OPEN-SORTIES.
           PERFORM 2000-READ-AND-REVIEW.
           PERFORM 2800-WRITE-DEPARTEMENTS.
           PERFORM 2900-WRITE-TOTAUX.
           IF MODE-GENERATION
               PERFORM 2950-ECRIRE-JOURNAL
           END-IF.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.

       1000-OPEN-FILES SECTION.
           OPEN-FILES-START.

           OPEN INPUT REVISION-PAR.
           IF WS-REVISION-PAR-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "de parametres de la revision."
               DISPLAY "Le code erreur est : " WS-REVISION-PAR-STATUS
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

           OPEN INPUT FICHE-EMP.
           IF WS-FICHE-EMP-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "employe."
               DISPLAY "Le code erreur est : " WS-FICHE-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>LA TABLE DES SALAIRES MINIMUMS EST FACULTATIVE, COMME
           *>DANS EMP-EDIT : SANS ELLE, AUCUN EMPLOYE N'EST SIGNALE
           OPEN INPUT RATE-MASTER.
           IF WS-RATE-MASTER-STATUS = "00"
               SET RATE-TABLE-DISPONIBLE TO TRUE
           ELSE
               SET RATE-TABLE-ABSENTE TO TRUE
               IF WS-RATE-MASTER-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture de la table "
                       "des salaires minimums."
                   DISPLAY "Le code erreur est : "
                       WS-RATE-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN-FILES-END.
               EXIT.

       1050-GET-CURRENT-DATE SECTION.
           GET-CURRENT-DATE-START.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           GET-CURRENT-DATE-END.
               EXIT.

       1100-READ-PARAMETRES SECTION.
           READ-PARAMETRES-START.

           PERFORM 1110-READ-PAR.
           IF FIN-FICHIER-PAR
               DISPLAY "FICHIER DE PARAMETRES VIDE : REVISION.PAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL FIN-FICHIER-PAR
               EVALUATE TRUE
                   WHEN RP-GENERAL
                       PERFORM 1120-LIGNE-GENERALE
                   WHEN RP-DEPARTEMENT
                       PERFORM 1130-LIGNE-DEPARTEMENT
                   WHEN OTHER
                       ADD 1 TO WS-CNT-PARAM-ERREURS
                       DISPLAY "TYPE DE LIGNE INVALIDE DANS "
                           "REVISION.PAR : " RP-TYPE
               END-EVALUATE
               PERFORM 1110-READ-PAR
           END-PERFORM.
           CLOSE REVISION-PAR.

           IF LIGNE-GENERALE-ABSENTE
               ADD 1 TO WS-CNT-PARAM-ERREURS
               DISPLAY "LIGNE GENERALE G ABSENTE DE REVISION.PAR"
           END-IF.

           *>UN PARAMETRE FAUX NE DOIT RIEN PRODUIRE, NI LISTE NI
           *>TRANSACTION : TOUT EST CONTROLE AVANT LE MAITRE
           IF WS-CNT-PARAM-ERREURS > 0
               DISPLAY "PARAMETRES EN ERREUR : " WS-CNT-PARAM-ERREURS
               DISPLAY "AUCUNE REVISION PRODUITE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>LES LIGNES "D" SANS MINIMUM PRENNENT CELUI PAR DEFAUT,
           *>CONNU SEULEMENT UNE FOIS TOUT LE FICHIER LU
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF DEP-MINI-DEFAUT (WS-DEP-IDX)
                   MOVE WS-MINIMUM-DEFAUT
                       TO WS-DEP-MINIMUM (WS-DEP-IDX)
               END-IF
           END-PERFORM.

           IF MODE-GENERATION
               DISPLAY "REVISION EN MODE GENERATION, DATE D'EFFET : "
                   WS-DATE-EFFET
           ELSE
               DISPLAY "REVISION EN MODE PROPOSITION"
           END-IF.

           READ-PARAMETRES-END.
               EXIT.

       1110-READ-PAR SECTION.
           READ-PAR-START.

               READ REVISION-PAR
                   AT END
                       SET FIN-FICHIER-PAR TO TRUE
                   NOT AT END
                       IF WS-REVISION-PAR-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour"
                               WS-REVISION-PAR-STATUS
                       END-IF
               END-READ.

           READ-PAR-END.
               EXIT.

       1120-LIGNE-GENERALE SECTION.
           LIGNE-GENERALE-START.

           IF LIGNE-GENERALE-LUE
               ADD 1 TO WS-CNT-PARAM-ERREURS
               DISPLAY "LIGNE GENERALE G EN DOUBLE DANS REVISION.PAR"
               GO TO LIGNE-GENERALE-END
           END-IF.
           SET LIGNE-GENERALE-LUE TO TRUE.

           IF NOT RP-MODE-VALIDE
               ADD 1 TO WS-CNT-PARAM-ERREURS
               DISPLAY "MODE INVALIDE DANS REVISION.PAR : " RP-MODE
           ELSE
               MOVE RP-MODE TO WS-MODE-SW
           END-IF.

           IF RP-POURCENT-DEFAUT NOT NUMERIC
               ADD 1 TO WS-CNT-PARAM-ERREURS
               DISPLAY "POURCENTAGE PAR DEFAUT NON NUMERIQUE"
           ELSE
               MOVE RP-POURCENT-DEFAUT TO WS-POURCENT-DEFAUT
           END-IF.

           *>MINIMUM PAR DEFAUT A BLANC : AUCUN PLANCHER
           IF RP-MINIMUM-DEFAUT NUMERIC
               MOVE RP-MINIMUM-DEFAUT TO WS-MINIMUM-DEFAUT
           ELSE
               IF RP-MINIMUM-DEFAUT(1:6) NOT = SPACES
                   ADD 1 TO WS-CNT-PARAM-ERREURS
                   DISPLAY "MINIMUM PAR DEFAUT NON NUMERIQUE"
               END-IF
           END-IF.

           *>LA DATE D'EFFET N'EST OBLIGATOIRE QUE POUR GENERER LES
           *>TRANSACTIONS ; EN PROPOSITION ELLE N'EST QU'IMPRIMEE
           IF RP-DATE-EFFET NUMERIC
               MOVE RP-DATE-EFFET TO WS-DATE-EFFET
           END-IF.
           IF RP-MODE = "G"
               IF WS-DATE-EFFET = ZERO
                   OR WS-EFF-ANNEE < 1900
                   OR WS-EFF-MOIS < 1 OR WS-EFF-MOIS > 12
                   OR WS-EFF-JOUR < 1 OR WS-EFF-JOUR > 31
                   ADD 1 TO WS-CNT-PARAM-ERREURS
                   DISPLAY "DATE D'EFFET INVALIDE DANS REVISION.PAR : "
                       RP-DATE-EFFET
               END-IF
           END-IF.

           LIGNE-GENERALE-END.
               EXIT.

       1130-LIGNE-DEPARTEMENT SECTION.
           LIGNE-DEPARTEMENT-START.

           MOVE RP-DEPT-CODE TO DM-CODE.
           READ DEPT-MASTER
               INVALID KEY
                   ADD 1 TO WS-CNT-PARAM-ERREURS
                   DISPLAY "DEPARTEMENT INCONNU DANS REVISION.PAR : "
                       RP-DEPT-CODE
                   GO TO LIGNE-DEPARTEMENT-END
           END-READ.

           IF RP-POURCENT NOT NUMERIC
               ADD 1 TO WS-CNT-PARAM-ERREURS
               DISPLAY "POURCENTAGE NON NUMERIQUE POUR : "
                   RP-DEPT-CODE
               GO TO LIGNE-DEPARTEMENT-END
           END-IF.

           IF RP-MINIMUM NOT NUMERIC
               AND RP-MINIMUM(1:6) NOT = SPACES
               ADD 1 TO WS-CNT-PARAM-ERREURS
               DISPLAY "MINIMUM NON NUMERIQUE POUR : " RP-DEPT-CODE
               GO TO LIGNE-DEPARTEMENT-END
           END-IF.

           PERFORM 2050-CHERCHER-DEPARTEMENT.
           IF DEP-TROUVE
               ADD 1 TO WS-CNT-PARAM-ERREURS
               DISPLAY "DEPARTEMENT EN DOUBLE DANS REVISION.PAR : "
                   RP-DEPT-CODE
               GO TO LIGNE-DEPARTEMENT-END
           END-IF.

           PERFORM 2060-AJOUTER-DEPARTEMENT.
           SET DEP-PARAMETRE (WS-DEP-IDX) TO TRUE.
           MOVE RP-POURCENT TO WS-DEP-POURCENT (WS-DEP-IDX).
           *>A BLANC, LE MINIMUM PAR DEFAUT EST REPORTE EN FIN DE
           *>LECTURE (LA LIGNE G PEUT VENIR APRES LES LIGNES D)
           IF RP-MINIMUM NUMERIC
               MOVE RP-MINIMUM TO WS-DEP-MINIMUM (WS-DEP-IDX)
               SET DEP-MINI-SAISI (WS-DEP-IDX) TO TRUE
           END-IF.

           LIGNE-DEPARTEMENT-END.
               EXIT.

       1200-OPEN-SORTIES SECTION.
           OPEN-SORTIES-START.

           OPEN OUTPUT REVISION-RPT.
           IF WS-REVISION-RPT-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture de la liste "
                   "de revision."
               DISPLAY "Le code erreur est : " WS-REVISION-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MODE-PROPOSITION
               GO TO OPEN-SORTIES-END
           END-IF.

           *>LE DEPOT RH PEUT DEJA CONTENIR LES SAISIES DU CYCLE :
           *>LES TRANSACTIONS DE REVISION S'AJOUTENT A LA SUITE
           OPEN EXTEND TRANS-SEQ.
           IF WS-TRANS-SEQ-STATUS = "35"
               OPEN OUTPUT TRANS-SEQ
           END-IF.
           IF WS-TRANS-SEQ-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture du depot de "
                   "transactions."
               DISPLAY "Le code erreur est : " WS-TRANS-SEQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>LE JOURNAL D'AUDIT EST PARTAGE : ON AJOUTE A LA SUITE
           OPEN EXTEND FICHE-JRN.
           IF WS-FICHE-JRN-STATUS = "35"
               OPEN OUTPUT FICHE-JRN
           END-IF.
           IF WS-FICHE-JRN-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du journal "
                   "d'audit."
               DISPLAY "Le code erreur est : " WS-FICHE-JRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN-SORTIES-END.
               EXIT.

       2000-READ-AND-REVIEW SECTION.
           READ-AND-REVIEW-START.

           PERFORM 2500-WRITE-ENTETE.

           PERFORM 2010-READ-EMP.

           PERFORM UNTIL FIN-FICHIER-EMP
               ADD 1 TO WS-CNT-LUS
               IF EMP-ACTIF
                   PERFORM 2100-REVISER-EMPLOYE
               ELSE
                   ADD 1 TO WS-CNT-INACTIFS
               END-IF
               PERFORM 2010-READ-EMP
           END-PERFORM.

           READ-AND-REVIEW-END.
               EXIT.

       2010-READ-EMP SECTION.
           READ-EMP-START.

               READ FICHE-EMP
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

       2050-CHERCHER-DEPARTEMENT SECTION.
           CHERCHER-DEPARTEMENT-START.

           SET DEP-INCONNU TO TRUE.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-CODE (WS-DEP-IDX) = DM-CODE
                   SET DEP-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           CHERCHER-DEPARTEMENT-END.
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
           MOVE DM-CODE TO WS-DEP-CODE (WS-DEP-IDX).
           SET DEP-DEFAUT (WS-DEP-IDX) TO TRUE.
           MOVE WS-POURCENT-DEFAUT TO WS-DEP-POURCENT (WS-DEP-IDX).
           MOVE WS-MINIMUM-DEFAUT TO WS-DEP-MINIMUM (WS-DEP-IDX).
           SET DEP-MINI-DEFAUT (WS-DEP-IDX) TO TRUE.
           MOVE ZERO TO WS-DEP-EFFECTIF (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-AUGMENTES (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-SOUS-MINI (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-COUT-AVANT (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-COUT-APRES (WS-DEP-IDX).

           AJOUTER-DEPARTEMENT-END.
               EXIT.

       2100-REVISER-EMPLOYE SECTION.
           REVISER-EMPLOYE-START.

           ADD 1 TO WS-CNT-REVISES.

           *>LE DEPARTEMENT DU MAITRE EST UN CODE DEPTMAST ; SANS
           *>LIGNE "D", IL PREND LES VALEURS PAR DEFAUT
           MOVE DEPARTEMENT TO DM-CODE.
           PERFORM 2050-CHERCHER-DEPARTEMENT.
           IF DEP-INCONNU
               PERFORM 2060-AJOUTER-DEPARTEMENT
           END-IF.

           *>L'AUGMENTATION EST LE POURCENTAGE DU SALAIRE, PORTEE AU
           *>MINIMUM DU DEPARTEMENT QUAND ELLE LUI EST INFERIEURE
           SET PLANCHER-NON-APPLIQUE TO TRUE.
           COMPUTE WS-AUGMENTATION ROUNDED =
               SALAIRE * WS-DEP-POURCENT (WS-DEP-IDX) / 100.
           IF WS-AUGMENTATION < WS-DEP-MINIMUM (WS-DEP-IDX)
               MOVE WS-DEP-MINIMUM (WS-DEP-IDX) TO WS-AUGMENTATION
               SET PLANCHER-APPLIQUE TO TRUE
           END-IF.
           COMPUTE WS-NOUV-SALAIRE = SALAIRE + WS-AUGMENTATION.
           COMPUTE WS-IMPACT = WS-AUGMENTATION * HEURESTRAVAIL.

           SET AU-MINIMUM TO TRUE.
           IF RATE-TABLE-DISPONIBLE
               MOVE DEPARTEMENT TO MW-CODE
               READ RATE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-NOUV-SALAIRE < MW-TAUX-MINIMUM
                           SET SOUS-MINIMUM TO TRUE
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES TO WLE-REMARQUE.
           EVALUATE TRUE
               WHEN WS-NOUV-SALAIRE > 9999.99
                   ADD 1 TO WS-CNT-DEPASSEMENTS
                   MOVE "SALAIRE HORS ZONE" TO WLE-REMARQUE
               WHEN SOUS-MINIMUM
                   ADD 1 TO WS-CNT-SOUS-MINI
                   ADD 1 TO WS-DEP-SOUS-MINI (WS-DEP-IDX)
                   MOVE "SOUS TAUX MINIMUM" TO WLE-REMARQUE
               WHEN WS-AUGMENTATION = ZERO
                   ADD 1 TO WS-CNT-INCHANGES
                   MOVE "INCHANGE" TO WLE-REMARQUE
           END-EVALUATE.

           *>UN SALAIRE QUI NE TIENT PLUS DANS SALAIRE N'EST NI
           *>CUMULE NI GENERE : IL EST A REVOIR A LA MAIN
           IF WS-NOUV-SALAIRE NOT > 9999.99
               ADD 1 TO WS-DEP-EFFECTIF (WS-DEP-IDX)
               COMPUTE WS-DEP-COUT-AVANT (WS-DEP-IDX) =
                   WS-DEP-COUT-AVANT (WS-DEP-IDX)
                   + SALAIRE * HEURESTRAVAIL
               COMPUTE WS-DEP-COUT-APRES (WS-DEP-IDX) =
                   WS-DEP-COUT-APRES (WS-DEP-IDX)
                   + WS-NOUV-SALAIRE * HEURESTRAVAIL
               ADD WS-IMPACT TO WS-SUM-IMPACT
               COMPUTE WS-SUM-COUT-AVANT =
                   WS-SUM-COUT-AVANT + SALAIRE * HEURESTRAVAIL
               COMPUTE WS-SUM-COUT-APRES =
                   WS-SUM-COUT-APRES + WS-NOUV-SALAIRE * HEURESTRAVAIL
               IF WS-AUGMENTATION > ZERO
                   ADD 1 TO WS-CNT-AUGMENTES
                   ADD 1 TO WS-DEP-AUGMENTES (WS-DEP-IDX)
                   IF MODE-GENERATION
                       PERFORM 2200-WRITE-TRANSACTION
                   END-IF
               END-IF
           END-IF.

           PERFORM 2510-WRITE-EMPLOYE.

           REVISER-EMPLOYE-END.
               EXIT.

       2200-WRITE-TRANSACTION SECTION.
           WRITE-TRANSACTION-START.

           *>EMP-MAINT NE REPREND D'UNE "C" QUE SALAIRE, DEPARTEMENT
           *>ET HEURESTRAVAIL, MAIS EMP-EDIT CONTROLE LA LIGNE ENTIERE :
           *>ELLE EST RECOPIEE DU MAITRE, SEUL LE SALAIRE CHANGE
           MOVE SPACES TO TRANS-RECORD.
           SET TRANS-MODIF TO TRUE.
           MOVE EMPLOYEID TO TRANS-EMPLOYEID.
           MOVE NOM TO TRANS-NOM.
           MOVE PRENOM TO TRANS-PRENOM.
           MOVE ANNEE TO TRANS-ANNEE.
           MOVE MOIS TO TRANS-MOIS.
           MOVE JOUR TO TRANS-JOUR.
           MOVE HEURESTRAVAIL TO TRANS-HEURESTRAVAIL.
           MOVE WS-NOUV-SALAIRE TO TRANS-SALAIRE.
           MOVE DEPARTEMENT TO TRANS-DEPARTEMENT.
           MOVE GENRE TO TRANS-GENRE.
           MOVE WS-DATE-EFFET TO TRANS-DATE-EFFET.
           MOVE EMP-RIB TO TRANS-RIB.
           MOVE EMP-DATE-EMBAUCHE TO TRANS-DATE-EMBAUCHE.

           WRITE TRANS-RECORD.
           IF WS-TRANS-SEQ-STATUS = "00"
               ADD 1 TO WS-CNT-TRANSACTIONS
           ELSE
               ADD 1 TO WS-CNT-ERREURS
               DISPLAY "TRANSACTION DE REVISION REFUSEE POUR "
                   "EMPLOYEID : " EMPLOYEID
               DISPLAY "Le code erreur est : " WS-TRANS-SEQ-STATUS
           END-IF.

           WRITE-TRANSACTION-END.
               EXIT.

       2500-WRITE-ENTETE SECTION.
           WRITE-ENTETE-START.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           IF MODE-GENERATION
               MOVE "GENERATION" TO WRT-MODE
           ELSE
               MOVE "PROPOSITION" TO WRT-MODE
           END-IF.
           MOVE WS-DATE-EFFET TO WRT-DATE-EFFET.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-TITLE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE WS-POURCENT-DEFAUT TO WRF-POURCENT.
           MOVE WS-MINIMUM-DEFAUT TO WRF-MINIMUM.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-DEFAUT-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-EMP-COLONNES TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-ENTETE-END.
               EXIT.

       2510-WRITE-EMPLOYE SECTION.
           WRITE-EMPLOYE-START.

           MOVE EMPLOYEID TO WLE-EMPLOYEID.
           MOVE NOM TO WLE-NOM.
           MOVE PRENOM TO WLE-PRENOM.
           MOVE DEPARTEMENT TO WLE-DEPARTEMENT.
           MOVE HEURESTRAVAIL TO WLE-HEURES.
           MOVE SALAIRE TO WLE-ANCIEN.
           MOVE WS-NOUV-SALAIRE TO WLE-NOUVEAU.
           MOVE WS-DEP-POURCENT (WS-DEP-IDX) TO WLE-POURCENT.
           IF PLANCHER-APPLIQUE
               MOVE "MIN" TO WLE-PLANCHER
           ELSE
               MOVE SPACES TO WLE-PLANCHER
           END-IF.
           MOVE WS-IMPACT TO WLE-IMPACT.

           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-EMP-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-EMPLOYE-END.
               EXIT.

       2800-WRITE-DEPARTEMENTS SECTION.
           WRITE-DEPARTEMENTS-START.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE "IMPACT PAR DEPARTEMENT (COUT PAR PERIODE)"
               TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-DEP-COLONNES TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           *>UNE LIGNE "D" SANS EMPLOYE ACTIF EST TOUT DE MEME LISTEE :
           *>UN CODE SAISI POUR RIEN SE VOIT AVANT LA GENERATION
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               MOVE WS-DEP-CODE (WS-DEP-IDX) TO WLD-DEPARTEMENT
               MOVE WS-DEP-POURCENT (WS-DEP-IDX) TO WLD-POURCENT
               MOVE WS-DEP-MINIMUM (WS-DEP-IDX) TO WLD-MINIMUM
               MOVE WS-DEP-EFFECTIF (WS-DEP-IDX) TO WLD-EFFECTIF
               MOVE WS-DEP-AUGMENTES (WS-DEP-IDX) TO WLD-AUGMENTES
               MOVE WS-DEP-COUT-AVANT (WS-DEP-IDX) TO WLD-COUT-AVANT
               MOVE WS-DEP-COUT-APRES (WS-DEP-IDX) TO WLD-COUT-APRES
               COMPUTE WLD-IMPACT = WS-DEP-COUT-APRES (WS-DEP-IDX)
                   - WS-DEP-COUT-AVANT (WS-DEP-IDX)
               MOVE WS-DEP-SOUS-MINI (WS-DEP-IDX) TO WLD-SOUS-MINI
               IF DEP-DEFAUT (WS-DEP-IDX)
                   MOVE "DEFAUT" TO WLD-ORIGINE
               ELSE
                   MOVE SPACES TO WLD-ORIGINE
               END-IF
               MOVE SPACES TO FS-BUF-RPT
               MOVE WS-RPT-DEP-LINE TO FS-BUF-RPT
               WRITE FS-BUF-RPT
           END-PERFORM.

           WRITE-DEPARTEMENTS-END.
               EXIT.

       2900-WRITE-TOTAUX SECTION.
           WRITE-TOTAUX-START.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE "EMPLOYES ACTIFS REVISES" TO WRL-LIBELLE.
           MOVE WS-CNT-REVISES TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.
           MOVE "EMPLOYES AUGMENTES" TO WRL-LIBELLE.
           MOVE WS-CNT-AUGMENTES TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.
           MOVE "EMPLOYES INCHANGES" TO WRL-LIBELLE.
           MOVE WS-CNT-INCHANGES TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.
           MOVE "EMPLOYES SOUS LE TAUX MINIMUM" TO WRL-LIBELLE.
           MOVE WS-CNT-SOUS-MINI TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.
           MOVE "SALAIRES HORS ZONE (NON GENERES)" TO WRL-LIBELLE.
           MOVE WS-CNT-DEPASSEMENTS TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.
           MOVE "COUT PAR PERIODE AVANT REVISION" TO WRL-LIBELLE.
           MOVE WS-SUM-COUT-AVANT TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.
           MOVE "COUT PAR PERIODE APRES REVISION" TO WRL-LIBELLE.
           MOVE WS-SUM-COUT-APRES TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.
           MOVE "IMPACT PAR PERIODE" TO WRL-LIBELLE.
           MOVE WS-SUM-IMPACT TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.
           IF MODE-GENERATION
               MOVE "TRANSACTIONS C GENEREES" TO WRL-LIBELLE
               MOVE WS-CNT-TRANSACTIONS TO WRL-VALEUR
               PERFORM 2910-WRITE-TOTAL
           END-IF.

           WRITE-TOTAUX-END.
               EXIT.

       2910-WRITE-TOTAL SECTION.
           WRITE-TOTAL-START.

           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-TOTAL-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-TOTAL-END.
               EXIT.

       2950-ECRIRE-JOURNAL SECTION.
           ECRIRE-JOURNAL-START.

           MOVE WS-CURRENT-DATE TO JRN-DATE.
           MOVE "SAL-REVIEW" TO JRN-PROGRAMME.
           MOVE "V" TO JRN-CODE-TRANS.
           MOVE SPACES TO JRN-CLE.
           STRING "REVISION " DELIMITED BY SIZE
               WS-DATE-EFFET DELIMITED BY SIZE
               INTO JRN-CLE
           END-STRING.
           MOVE WS-POURCENT-DEFAUT TO WJP-POURCENT.
           MOVE WS-MINIMUM-DEFAUT TO WJP-MINIMUM.
           MOVE WS-DEP-COUNT TO WJP-DEPARTEMENTS.
           MOVE SPACES TO JRN-AVANT.
           MOVE WS-JRN-PARAMETRES TO JRN-AVANT.
           MOVE WS-CNT-TRANSACTIONS TO WJR-TRANSACTIONS.
           MOVE WS-CNT-SOUS-MINI TO WJR-SOUS-MINI.
           MOVE WS-SUM-IMPACT TO WJR-IMPACT.
           MOVE SPACES TO JRN-APRES.
           MOVE WS-JRN-RESUME TO JRN-APRES.

           WRITE JOURNAL-RECORD.
           IF WS-FICHE-JRN-STATUS NOT = "00"
               DISPLAY "ECRITURE JOURNAL REFUSEE POUR LA REVISION : "
                   WS-DATE-EFFET
               DISPLAY "Le code erreur est : " WS-FICHE-JRN-STATUS
           END-IF.

           ECRIRE-JOURNAL-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

           DISPLAY "EMPLOYES LUS : " WS-CNT-LUS.
           DISPLAY "  DONT INACTIFS IGNORES : " WS-CNT-INACTIFS.
           DISPLAY "EMPLOYES AUGMENTES : " WS-CNT-AUGMENTES.
           DISPLAY "EMPLOYES INCHANGES : " WS-CNT-INCHANGES.
           DISPLAY "EMPLOYES SOUS LE TAUX MINIMUM : " WS-CNT-SOUS-MINI.
           DISPLAY "SALAIRES HORS ZONE : " WS-CNT-DEPASSEMENTS.
           IF MODE-GENERATION
               DISPLAY "TRANSACTIONS C GENEREES : "
                   WS-CNT-TRANSACTIONS
               DISPLAY "TRANSACTIONS REFUSEES : " WS-CNT-ERREURS
           END-IF.

           CLOSE FICHE-EMP.
           CLOSE DEPT-MASTER.
           CLOSE REVISION-RPT.
           IF RATE-TABLE-DISPONIBLE
               CLOSE RATE-MASTER
           END-IF.
           IF MODE-GENERATION
               CLOSE TRANS-SEQ
               CLOSE FICHE-JRN
           END-IF.

           *>LES SIGNALEMENTS SONT POUR L'APPROBATION : CODE 4 ; UNE
           *>TRANSACTION NON ECRITE LAISSE LE DEPOT INCOMPLET : 16
           IF WS-CNT-ERREURS > 0
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CNT-SOUS-MINI > 0 OR WS-CNT-DEPASSEMENTS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE-FILE-END.
               EXIT.

       9999-FIN-PROGRAMME.
      *>---------------------------------------------------------------
       STOP RUN.
       END PROGRAM SAL-REVIEW.
