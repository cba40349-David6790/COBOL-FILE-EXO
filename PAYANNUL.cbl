       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-REVERSAL.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 18/01/24.
       DATE-COMPILED.
       SECURITY. Standard.

      *> Annule une periode de paie deja passee par FILE-CONVERT.
      *> La periode se donne dans ANNUL.PAR (une ligne : periode
      *> YYYYMM sur 6, operateur sur 10, motif sur 40). Les lignes
      *> de la periode dans EMPHIST.DAT sont marquees annulees (et
      *> non supprimees), apres copie de l'historique complet dans
      *> EMPHIST.SAV ; leurs heures, brut, periodes et periodes avec
      *> heures supplementaires sont retires du cumul EMPYTD.DAT, dont
      *> le tampon de derniere periode est remis a la derniere periode
      *> restante de l'annee pour que la periode puisse etre rejouee.
      *> Le programme ecrit l'extrait comptable de contrepassation
      *> ECRANNUL.DAT (debits et credits inverses, charges patronales
      *> et prime d'anciennete comprises), la liste d'annulation
      *> ANNULPAIE.DAT des ordres de PAIEMENTS.DAT de la periode pour
      *> la banque, et remet en attente dans RAPPELS.DAT les rappels
      *> de salaire verses avec la periode. Les conges acquis et pris
      *> sur la periode sont repris du solde CONGES.DAT, et les
      *> absences imputees sur la periode sont remises en attente dans
      *> ABSENCES.DAT. Chaque cumul ou solde
      *> modifie et l'annulation elle-meme (operateur et motif) sont
      *> traces dans JOURNAL.DAT sous le code "X". Une periode d'une
      *> annee deja close par YEAR-CLOSE ne s'annule plus.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ANNUL-PAR ASSIGN TO "ANNUL.PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANNUL-PAR-STATUS.

           SELECT FICHE-HIST ASSIGN TO "EMPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-HIST-STATUS.

           SELECT FICHE-SAV ASSIGN TO "EMPHIST.SAV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-SAV-STATUS.

           SELECT FICHE-YTD ASSIGN TO "EMPYTD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS YTD-EMPLOYEID
           FILE STATUS IS WS-FICHE-YTD-STATUS.

           SELECT FICHE-YTD-ARCH ASSIGN USING WS-ARCHIVE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-YTD-ARCH-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DM-CODE
           FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT FICHE-GL ASSIGN TO "ECRANNUL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-GL-STATUS.

           SELECT FICHE-PAIE ASSIGN TO "PAIEMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-PAIE-STATUS.

           SELECT FICHE-ANNUL ASSIGN TO "ANNULPAIE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-ANNUL-STATUS.

           SELECT FICHE-RAPPEL ASSIGN TO "RAPPELS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-RAPPEL-STATUS.

           SELECT FICHE-CONGE ASSIGN TO "CONGES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CG-EMPLOYEID
           FILE STATUS IS WS-FICHE-CONGE-STATUS.

           SELECT FICHE-ABS ASSIGN TO "ABSENCES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-ABS-STATUS.

           SELECT FICHE-JRN ASSIGN TO "JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANNUL-PAR.
       01  ANNUL-PAR-RECORD.
           05 AP-PERIODE PIC 9(6).
           05 AP-OPERATEUR PIC X(10).
           05 AP-MOTIF PIC X(40).

       FD  FICHE-HIST.
           COPY EMPHIST.

      *>COPIE DE SAUVEGARDE LIGNE A LIGNE DE L'HISTORIQUE ; LA ZONE
      *>EST PLUS LONGUE QUE L'ENREGISTREMENT POUR SUIVRE SES AJOUTS
       FD  FICHE-SAV.
       01  FS-BUF-SAV PIC X(200).

       FD  FICHE-YTD.
           COPY EMPYTD.

       FD  FICHE-YTD-ARCH.
       01  FS-BUF-YTD-ARCH PIC X(41).

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  FICHE-GL.
       01  FS-BUF-GL PIC X(70).

       FD  FICHE-PAIE.
       01  FS-BUF-PAIE PIC X(70).

       FD  FICHE-ANNUL.
       01  FS-BUF-ANNUL PIC X(70).

       FD  FICHE-RAPPEL.
           COPY RAPPEL.

       FD  FICHE-CONGE.
           COPY CONGE.

       FD  FICHE-ABS.
           COPY ABSENCE.

       FD  FICHE-JRN.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-HIST VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-SAV VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-DEPT VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-PAIE VALUE X"01" THRU X"FF".
       01  WS-ANNUL-PAR-STATUS PIC X(2).
       01  WS-FICHE-HIST-STATUS PIC X(2).
       01  WS-FICHE-SAV-STATUS PIC X(2).
       01  WS-FICHE-YTD-STATUS PIC X(2).
       01  WS-FICHE-YTD-ARCH-STATUS PIC X(2).
       01  WS-DEPT-MASTER-STATUS PIC X(2).
       01  WS-FICHE-GL-STATUS PIC X(2).
       01  WS-FICHE-PAIE-STATUS PIC X(2).
       01  WS-FICHE-ANNUL-STATUS PIC X(2).
       01  WS-FICHE-RAPPEL-STATUS PIC X(2).
       01  WS-FICHE-JRN-STATUS PIC X(2).
       01  WS-FICHE-CONGE-STATUS PIC X(2).
       01  WS-FICHE-ABS-STATUS PIC X(2).

       01  WS-CONGE-SW PIC X VALUE "N".
           88 CONGE-DISPONIBLE VALUE "Y".
           88 CONGE-ABSENT VALUE "N".

       01  WS-ARCHIVE-NOM PIC X(11).

       01  WS-PAIE-SW PIC X VALUE "N".
           88 PAIE-DISPONIBLE VALUE "Y".
           88 PAIE-ABSENT VALUE "N".
       01  WS-PAIE-PERIODE-SW PIC X VALUE "N".
           88 PAIE-DE-LA-PERIODE VALUE "Y".
           88 PAIE-AUTRE-PERIODE VALUE "N".

       01  WS-CURRENT-DATE.
           05 WS-CUR-ANNEE PIC 9(4).
           05 WS-CUR-MOIS PIC 9(2).
           05 WS-CUR-JOUR PIC 9(2).

       01  WS-PERIODE PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05 WS-PER-ANNEE PIC 9(4).
           05 WS-PER-MOIS PIC 9(2).

       *>CUMULS A RETIRER PAR EMPLOYE, ALIMENTES PAR LES LIGNES EN
       *>VIGUEUR DE LA PERIODE ; LA DERNIERE PERIODE RESTANTE DE
       *>L'ANNEE SERT A REPOSITIONNER LE TAMPON DU CUMUL ANNUEL
       01  WS-ANN-TABLE.
           05 WS-ANN-COUNT PIC 9(5) VALUE 0.
           05 WS-ANN-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-ANN-IDX.
               10 WS-ANN-EMPLOYEID PIC 9(7).
               10 WS-ANN-HEURES PIC 9(5).
               10 WS-ANN-BRUT PIC 9(7)V99.
               10 WS-ANN-NET PIC 9(7)V99.
               10 WS-ANN-NB-PERIODES PIC 9(3).
               10 WS-ANN-NB-SUP PIC 9(3).
               10 WS-ANN-RAPPEL-BRUT PIC 9(7)V99.
               10 WS-ANN-RAPPEL-NET PIC 9(7)V99.
               10 WS-ANN-DERNIERE PIC 9(6).
               10 WS-ANN-CONGE-PRIS PIC 9(5).
               10 WS-ANN-CONGE-ACQUIS PIC 9(3)V99.

       01  WS-ANN-FOUND-SW PIC X VALUE "N".
           88 ANN-TROUVE VALUE "Y".
           88 ANN-INCONNU VALUE "N".

       *>COMPTE GL DE CHAQUE DEPARTEMENT PAR NOM OFFICIEL, COMME
       *>HIST-DEPARTEMENT LE PORTE
       01  WS-GLA-TABLE.
           05 WS-GLA-COUNT PIC 9(3) VALUE 0.
           05 WS-GLA-ENTRY OCCURS 200 TIMES INDEXED BY WS-GLA-IDX.
               10 WS-GLA-DEPT PIC X(30).
               10 WS-GLA-COMPTE PIC X(10).

       01  WS-GLA-FOUND-SW PIC X VALUE "N".
           88 GLA-TROUVE VALUE "Y".
           88 GLA-INCONNU VALUE "N".

       *>BRUT, PRIME D'ANCIENNETE ET CHARGES PATRONALES ANNULES PAR
       *>DEPARTEMENT, A CONTREPASSER
       01  WS-DEP-TABLE.
           05 WS-DEP-COUNT PIC 9(3) VALUE 0.
           05 WS-DEP-ENTRY OCCURS 200 TIMES INDEXED BY WS-DEP-IDX.
               10 WS-DEP-NOM PIC X(30).
               10 WS-DEP-BRUT PIC 9(8)V99.
               10 WS-DEP-RAPPEL PIC 9(8)V99.
               10 WS-DEP-CHARGES PIC 9(8)V99.
               10 WS-DEP-PRIME-ANC PIC 9(8)V99.

       01  WS-DEP-FOUND-SW PIC X VALUE "N".
           88 DEP-TROUVE VALUE "Y".
           88 DEP-INCONNU VALUE "N".

       01  WS-SUM-BRUT PIC 9(10)V99 VALUE 0.
       01  WS-SUM-NET PIC 9(10)V99 VALUE 0.
       01  WS-SUM-CHARGES PIC 9(10)V99 VALUE 0.
       01  WS-SUM-PRIME-ANC PIC 9(10)V99 VALUE 0.
       01  WS-SUM-DEBITS PIC 9(10)V99 VALUE 0.
       01  WS-SUM-CREDITS PIC 9(10)V99 VALUE 0.
       01  WS-RETENUE-TOTALE PIC 9(10)V99 VALUE 0.

       *>COMPTES DE CONTREPARTIE DE FILE-CONVERT
       01  WS-COMPTE-NET PIC X(10) VALUE "421000".
       01  WS-COMPTE-RETENUE PIC X(10) VALUE "431000".
       01  WS-COMPTE-CHARGES PIC X(10) VALUE "437000".

       01  WS-CNT-HIST-LUS PIC 9(7) VALUE 0.
       01  WS-CNT-LIGNES-ANNULEES PIC 9(5) VALUE 0.
       01  WS-CNT-YTD-MAJ PIC 9(5) VALUE 0.
       01  WS-CNT-YTD-ABSENTS PIC 9(5) VALUE 0.
       01  WS-CNT-YTD-AUTRE-ANNEE PIC 9(5) VALUE 0.
       01  WS-CNT-ANOMALIES PIC 9(5) VALUE 0.
       01  WS-CNT-RAPPELS-REMIS PIC 9(5) VALUE 0.
       01  WS-CNT-PAIE-ANNULES PIC 9(5) VALUE 0.
       01  WS-CNT-CONGES-MAJ PIC 9(5) VALUE 0.
       01  WS-CNT-ABSENCES-REMISES PIC 9(5) VALUE 0.
       01  WS-HASH-ANNULE PIC 9(10)V99 VALUE 0.

       01  WS-IMAGE-AVANT PIC X(120).

       01  WS-GL-ENTETE.
           05 FILLER PIC X VALUE "H".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WGH-PERIODE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CONTREPASSATION PAIE".
           05 WGH-MARQUE PIC X(10) VALUE "ANNULATION".

       01  WS-GL-LINE.
           05 WGL-SENS PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WGL-COMPTE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WGL-LIBELLE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WGL-MONTANT PIC 9(8)V99.

       01  WS-GL-TRAILER.
           05 FILLER PIC X VALUE "T".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WGT-DEBITS PIC 9(10)V99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WGT-CREDITS PIC 9(10)V99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WGT-ETAT PIC X(12).

       *>MEMES ENREGISTREMENTS QUE PAIEMENTS.DAT DE FILE-CONVERT
       01  WS-PAIE-ENTETE.
           05 WPH-TYPE PIC X.
           05 WPH-DATE PIC 9(8).
           05 WPH-PERIODE PIC 9(6).
           05 WPH-MARQUE PIC X(10).

       01  WS-PAIE-DETAIL.
           05 WPD-TYPE PIC X.
           05 WPD-EMPLOYEID PIC 9(7).
           05 WPD-NOM PIC X(10).
           05 WPD-PRENOM PIC X(10).
           05 WPD-RIB PIC X(23).
           05 WPD-NET PIC 9(8)V99.

       01  WS-PAIE-TRAILER.
           05 FILLER PIC X VALUE "T".
           05 WPT-NB PIC 9(7).
           05 WPT-HASH PIC 9(10)V99.

       01  WS-JRN-CUMUL.
           05 FILLER PIC X(8) VALUE "HEURES: ".
           05 WJC-HEURES PIC 9(6).
           05 FILLER PIC X(7) VALUE " BRUT: ".
           05 WJC-BRUT PIC 9(8)V99.
           05 FILLER PIC X(11) VALUE " PERIODES: ".
           05 WJC-PERIODES PIC 9(4).
           05 FILLER PIC X(6) VALUE " SUP: ".
           05 WJC-SUP PIC 9(4).
           05 FILLER PIC X(10) VALUE " DERNIERE:".
           05 WJC-DERNIERE PIC 9(6).

       01  WS-JRN-CONGE.
           05 FILLER PIC X(7) VALUE "SOLDE: ".
           05 WJG-SOLDE PIC 9(4)V99.
           05 FILLER PIC X(9) VALUE " ACQUIS: ".
           05 WJG-ACQUIS PIC 9(5)V99.
           05 FILLER PIC X(7) VALUE " PRIS: ".
           05 WJG-PRIS PIC 9(5)V99.
           05 FILLER PIC X(10) VALUE " DERNIERE:".
           05 WJG-DERNIERE PIC 9(6).

       01  WS-ABS-HEURES-LIGNE PIC 9(3).
       01  WS-ABS-TYPE-LIGNE PIC X.

       01  WS-JRN-RESUME.
           05 FILLER PIC X(8) VALUE "LIGNES: ".
           05 WJR-LIGNES PIC 9(5).
           05 FILLER PIC X(9) VALUE " CUMULS: ".
           05 WJR-CUMULS PIC 9(5).
           05 FILLER PIC X(7) VALUE " BRUT: ".
           05 WJR-BRUT PIC 9(10)V99.
           05 FILLER PIC X(6) VALUE " NET: ".
           05 WJR-NET PIC 9(10)V99.
           05 FILLER PIC X(10) VALUE " ORDRES: ".
           05 WJR-ORDRES PIC 9(5).

       PROCEDURE DIVISION.

       0000-MAIN-MODULE SECTION.

           PERFORM 1050-GET-CURRENT-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-READ-PARAMETRES.
           PERFORM 1200-LOAD-COMPTES-GL.
           PERFORM 2000-RELEVER-PERIODE.
           IF WS-ANN-COUNT = 0
               DISPLAY "AUCUNE LIGNE EN VIGUEUR DANS L'HISTORIQUE "
                   "POUR LA PERIODE " WS-PERIODE
               MOVE 4 TO RETURN-CODE
               PERFORM 3000-CLOSE-FILE
               STOP RUN
           END-IF.
           PERFORM 2200-CONTROLER-CUMULS.
           PERFORM 2300-MARQUER-HISTORIQUE.
           PERFORM 2400-MAJ-CUMULS.
           PERFORM 2450-MAJ-CONGES.
           PERFORM 2500-WRITE-CONTREPASSATION.
           PERFORM 2600-WRITE-ANNULATION-PAIE.
           PERFORM 2800-ECRIRE-JOURNAL-RESUME.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.

       1000-OPEN-FILES SECTION.
           OPEN-FILES-START.

           OPEN INPUT ANNUL-PAR.
           IF WS-ANNUL-PAR-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "de parametres de l'annulation."
               DISPLAY "Le code erreur est : " WS-ANNUL-PAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FICHE-HIST.
           IF WS-FICHE-HIST-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture de l'historique "
                   "de paie."
               DISPLAY "Le code erreur est : " WS-FICHE-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O FICHE-YTD.
           IF WS-FICHE-YTD-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "de cumul annuel."
               DISPLAY "Le code erreur est : " WS-FICHE-YTD-STATUS
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

           *>SANS CONGES.DAT, AUCUN SOLDE N'A ENCORE ETE ACQUIS ; UNE
           *>PERIODE QUI EN PORTE QUAND MEME SERA SIGNALEE EN 2450
           OPEN I-O FICHE-CONGE.
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
           END-IF.

           *>LE JOURNAL D'AUDIT EST PARTAGE AVEC EMP-MAINT,
           *>DEPT-MAINT ET RATE-LOAD : ON AJOUTE A LA SUITE
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

           OPEN-FILES-END.
               EXIT.

       1050-GET-CURRENT-DATE SECTION.
           GET-CURRENT-DATE-START.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           GET-CURRENT-DATE-END.
               EXIT.

       1100-READ-PARAMETRES SECTION.
           READ-PARAMETRES-START.

           READ ANNUL-PAR
               AT END
                   DISPLAY "FICHIER DE PARAMETRES VIDE : ANNUL.PAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF AP-PERIODE NOT NUMERIC
               DISPLAY "PERIODE INVALIDE DANS ANNUL.PAR : " AP-PERIODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE AP-PERIODE TO WS-PERIODE.
           IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
               DISPLAY "PERIODE INVALIDE DANS ANNUL.PAR : " AP-PERIODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>UNE ANNULATION SANS AUTEUR NE SERAIT PAS AUDITABLE
           IF AP-OPERATEUR = SPACES
               DISPLAY "OPERATEUR OBLIGATOIRE DANS ANNUL.PAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "ANNULATION DE LA PERIODE : " WS-PERIODE.
           DISPLAY "OPERATEUR : " AP-OPERATEUR.

           READ-PARAMETRES-END.
               EXIT.

       1200-LOAD-COMPTES-GL SECTION.
           LOAD-COMPTES-GL-START.

           PERFORM 1210-READ-DEPT.
           PERFORM UNTIL FIN-FICHIER-DEPT
               IF WS-GLA-COUNT < 200
                   ADD 1 TO WS-GLA-COUNT
                   SET WS-GLA-IDX TO WS-GLA-COUNT
                   MOVE DM-NOM TO WS-GLA-DEPT (WS-GLA-IDX)
                   MOVE DM-COMPTE-GL TO WS-GLA-COMPTE (WS-GLA-IDX)
               ELSE
                   DISPLAY "TABLE DES COMPTES GL SATUREE "
                       "(200 DEPARTEMENTS)."
                   DISPLAY "AUGMENTER WS-GLA-ENTRY ET RELANCER."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1210-READ-DEPT
           END-PERFORM.

           CLOSE DEPT-MASTER.

           LOAD-COMPTES-GL-END.
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

       2000-RELEVER-PERIODE SECTION.
           RELEVER-PERIODE-START.

           *>PREMIER PASSAGE EN LECTURE SEULE : COPIE DE SAUVEGARDE
           *>DE L'HISTORIQUE ET RELEVE DE CE QUE LA PERIODE A CUMULE.
           *>RIEN N'EST MODIFIE AVANT LE CONTROLE DES CUMULS.
           OPEN OUTPUT FICHE-SAV.
           IF WS-FICHE-SAV-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture de la sauvegarde "
                   "de l'historique."
               DISPLAY "Le code erreur est : " WS-FICHE-SAV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2010-READ-HIST.
           PERFORM UNTIL FIN-FICHIER-HIST
               ADD 1 TO WS-CNT-HIST-LUS
               MOVE EMPHIST-RECORD TO FS-BUF-SAV
               WRITE FS-BUF-SAV
               IF WS-FICHE-SAV-STATUS NOT = "00"
                   DISPLAY "ECRITURE DE LA SAUVEGARDE REFUSEE."
                   DISPLAY "Le code erreur est : " WS-FICHE-SAV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF HIST-EN-VIGUEUR AND HIST-PERIODE = WS-PERIODE
                   PERFORM 2100-CUMULER-LIGNE
               END-IF
               PERFORM 2010-READ-HIST
           END-PERFORM.

           CLOSE FICHE-HIST.
           CLOSE FICHE-SAV.

           RELEVER-PERIODE-END.
               EXIT.

       2010-READ-HIST SECTION.
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

       2050-CHERCHER-EMPLOYE SECTION.
           CHERCHER-EMPLOYE-START.

           SET ANN-INCONNU TO TRUE.
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
                   UNTIL WS-ANN-IDX > WS-ANN-COUNT
               IF WS-ANN-EMPLOYEID (WS-ANN-IDX) = HIST-EMPLOYEID
                   SET ANN-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           CHERCHER-EMPLOYE-END.
               EXIT.

       2100-CUMULER-LIGNE SECTION.
           CUMULER-LIGNE-START.

           PERFORM 2050-CHERCHER-EMPLOYE.
           IF ANN-INCONNU
               IF WS-ANN-COUNT < 9999
                   ADD 1 TO WS-ANN-COUNT
                   SET WS-ANN-IDX TO WS-ANN-COUNT
                   MOVE HIST-EMPLOYEID TO WS-ANN-EMPLOYEID (WS-ANN-IDX)
                   MOVE ZERO TO WS-ANN-HEURES (WS-ANN-IDX)
                   MOVE ZERO TO WS-ANN-BRUT (WS-ANN-IDX)
                   MOVE ZERO TO WS-ANN-NET (WS-ANN-IDX)
                   MOVE ZERO TO WS-ANN-NB-PERIODES (WS-ANN-IDX)
                   MOVE ZERO TO WS-ANN-NB-SUP (WS-ANN-IDX)
                   MOVE ZERO TO WS-ANN-RAPPEL-BRUT (WS-ANN-IDX)
                   MOVE ZERO TO WS-ANN-RAPPEL-NET (WS-ANN-IDX)
                   MOVE ZERO TO WS-ANN-DERNIERE (WS-ANN-IDX)
                   MOVE ZERO TO WS-ANN-CONGE-PRIS (WS-ANN-IDX)
                   MOVE ZERO TO WS-ANN-CONGE-ACQUIS (WS-ANN-IDX)
               ELSE
                   DISPLAY "TABLE DES EMPLOYES A ANNULER SATUREE "
                       "(9999 EMPLOYES)."
                   DISPLAY "AUGMENTER WS-ANN-ENTRY ET RELANCER."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           *>UNE LIGNE DE RAPPEL N'A COMPTE QUE DANS LE BRUT DU CUMUL
           IF HIST-RAPPEL
               ADD HIST-BRUT TO WS-ANN-RAPPEL-BRUT (WS-ANN-IDX)
               ADD HIST-NET TO WS-ANN-RAPPEL-NET (WS-ANN-IDX)
           ELSE
               ADD HIST-HEURES TO WS-ANN-HEURES (WS-ANN-IDX)
               ADD HIST-BRUT TO WS-ANN-BRUT (WS-ANN-IDX)
               ADD HIST-NET TO WS-ANN-NET (WS-ANN-IDX)
               ADD 1 TO WS-ANN-NB-PERIODES (WS-ANN-IDX)
               IF HIST-HEURES > 35
                   ADD 1 TO WS-ANN-NB-SUP (WS-ANN-IDX)
               END-IF
               *>LES HEURES DE CONGE PAYE ONT COMPTE DANS LES HEURES
               *>DU CUMUL ; ZONES A BLANC SUR LES LIGNES ECRITES AVANT
               *>LES CONGES
               IF HIST-HEURES-CONGE NUMERIC
                   ADD HIST-HEURES-CONGE TO WS-ANN-HEURES (WS-ANN-IDX)
                   ADD HIST-HEURES-CONGE
                       TO WS-ANN-CONGE-PRIS (WS-ANN-IDX)
               END-IF
               IF HIST-CONGE-ACQUIS NUMERIC
                   ADD HIST-CONGE-ACQUIS
                       TO WS-ANN-CONGE-ACQUIS (WS-ANN-IDX)
               END-IF
               *>LA PRIME D'ANCIENNETE A ETE CUMULEE AVEC LE BRUT ;
               *>ZONE A BLANC SUR LES LIGNES ECRITES AVANT LA PRIME
               IF HIST-PRIME-ANC NUMERIC
                   ADD HIST-PRIME-ANC TO WS-ANN-BRUT (WS-ANN-IDX)
               END-IF
           END-IF.

           PERFORM 2150-CUMULER-DEPARTEMENT.

           CUMULER-LIGNE-END.
               EXIT.

       2150-CUMULER-DEPARTEMENT SECTION.
           CUMULER-DEPARTEMENT-START.

           SET DEP-INCONNU TO TRUE.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-NOM (WS-DEP-IDX) = HIST-DEPARTEMENT
                   SET DEP-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF DEP-INCONNU
               IF WS-DEP-COUNT < 200
                   ADD 1 TO WS-DEP-COUNT
                   SET WS-DEP-IDX TO WS-DEP-COUNT
                   MOVE HIST-DEPARTEMENT TO WS-DEP-NOM (WS-DEP-IDX)
                   MOVE ZERO TO WS-DEP-BRUT (WS-DEP-IDX)
                   MOVE ZERO TO WS-DEP-RAPPEL (WS-DEP-IDX)
                   MOVE ZERO TO WS-DEP-CHARGES (WS-DEP-IDX)
                   MOVE ZERO TO WS-DEP-PRIME-ANC (WS-DEP-IDX)
               ELSE
                   DISPLAY "TABLE DES DEPARTEMENTS SATUREE "
                       "(200 DEPARTEMENTS)."
                   DISPLAY "AUGMENTER WS-DEP-ENTRY ET RELANCER."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF HIST-RAPPEL
               ADD HIST-BRUT TO WS-DEP-RAPPEL (WS-DEP-IDX)
           ELSE
               ADD HIST-BRUT TO WS-DEP-BRUT (WS-DEP-IDX)
           END-IF.
           ADD HIST-BRUT TO WS-SUM-BRUT.
           ADD HIST-NET TO WS-SUM-NET.
           *>LES LIGNES ANTERIEURES AUX CHARGES PATRONALES N'EN
           *>PORTENT PAS (ZONE A BLANC)
           IF HIST-CHARGES NUMERIC
               ADD HIST-CHARGES TO WS-DEP-CHARGES (WS-DEP-IDX)
               ADD HIST-CHARGES TO WS-SUM-CHARGES
           END-IF.
           IF HIST-PRIME-ANC NUMERIC
               ADD HIST-PRIME-ANC TO WS-DEP-PRIME-ANC (WS-DEP-IDX)
               ADD HIST-PRIME-ANC TO WS-SUM-PRIME-ANC
           END-IF.

           CUMULER-DEPARTEMENT-END.
               EXIT.

       2200-CONTROLER-CUMULS SECTION.
           CONTROLER-CUMULS-START.

           *>UNE ANNEE CLOSE PAR YEAR-CLOSE A SES CUMULS ARCHIVES ET
           *>SES ATTESTATIONS EDITEES : ON N'Y ANNULE PLUS RIEN
           STRING "EMPYTD." DELIMITED BY SIZE
               WS-PER-ANNEE DELIMITED BY SIZE
               INTO WS-ARCHIVE-NOM
           END-STRING.
           OPEN INPUT FICHE-YTD-ARCH.
           IF WS-FICHE-YTD-ARCH-STATUS = "00"
               CLOSE FICHE-YTD-ARCH
               DISPLAY "ANNULATION REFUSEE : L'ANNEE " WS-PER-ANNEE
                   " EST CLOSE (" WS-ARCHIVE-NOM ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>UN CUMUL DEJA BASCULE SUR UNE AUTRE ANNEE NE CONTIENT
           *>PLUS LA PERIODE : LE DECUMUL LE FAUSSERAIT. ON REFUSE
           *>TOUTE L'ANNULATION AVANT D'AVOIR RIEN MODIFIE.
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
                   UNTIL WS-ANN-IDX > WS-ANN-COUNT
               MOVE WS-ANN-EMPLOYEID (WS-ANN-IDX) TO YTD-EMPLOYEID
               READ FICHE-YTD
                   INVALID KEY
                       ADD 1 TO WS-CNT-YTD-ABSENTS
                       DISPLAY "CUMUL ANNUEL ABSENT POUR EMPLOYEID : "
                           WS-ANN-EMPLOYEID (WS-ANN-IDX)
                   NOT INVALID KEY
                       IF YTD-ANNEE NOT = WS-PER-ANNEE
                           ADD 1 TO WS-CNT-YTD-AUTRE-ANNEE
                           DISPLAY "CUMUL ANNUEL " YTD-ANNEE
                               " POUR EMPLOYEID : " YTD-EMPLOYEID
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CNT-YTD-AUTRE-ANNEE > 0
               DISPLAY "ANNULATION REFUSEE : " WS-CNT-YTD-AUTRE-ANNEE
                   " CUMUL(S) ANNUEL(S) NE SONT PLUS SUR L'ANNEE "
                   WS-PER-ANNEE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           CONTROLER-CUMULS-END.
               EXIT.

       2300-MARQUER-HISTORIQUE SECTION.
           MARQUER-HISTORIQUE-START.

           *>SECOND PASSAGE : L'HISTORIQUE EST REECRIT DEPUIS LA
           *>SAUVEGARDE, LES LIGNES DE LA PERIODE MARQUEES ANNULEES.
           *>LA DERNIERE PERIODE RESTANTE DE L'ANNEE EST RELEVEE AU
           *>PASSAGE POUR CHAQUE EMPLOYE ANNULE.
           OPEN INPUT FICHE-SAV.
           IF WS-FICHE-SAV-STATUS NOT = "00"
               DISPLAY "Erreur lors de la relecture de la sauvegarde "
                   "de l'historique."
               DISPLAY "Le code erreur est : " WS-FICHE-SAV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHE-HIST.
           IF WS-FICHE-HIST-STATUS NOT = "00"
               DISPLAY "Erreur lors de la reecriture de l'historique "
                   "de paie."
               DISPLAY "Le code erreur est : " WS-FICHE-HIST-STATUS
               DISPLAY "RESTAURER EMPHIST.DAT DEPUIS EMPHIST.SAV."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND FICHE-RAPPEL.
           IF WS-FICHE-RAPPEL-STATUS = "35"
               OPEN OUTPUT FICHE-RAPPEL
           END-IF.
           IF WS-FICHE-RAPPEL-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture du fichier "
                   "des rappels a verser."
               DISPLAY "Le code erreur est : " WS-FICHE-RAPPEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND FICHE-ABS.
           IF WS-FICHE-ABS-STATUS = "35"
               OPEN OUTPUT FICHE-ABS
           END-IF.
           IF WS-FICHE-ABS-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture du fichier "
                   "des absences."
               DISPLAY "Le code erreur est : " WS-FICHE-ABS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2310-READ-SAV.
           PERFORM UNTIL FIN-FICHIER-SAV
               MOVE FS-BUF-SAV TO EMPHIST-RECORD
               IF HIST-EN-VIGUEUR
                   IF HIST-PERIODE = WS-PERIODE
                       SET HIST-ANNULEE TO TRUE
                       ADD 1 TO WS-CNT-LIGNES-ANNULEES
                       IF HIST-RAPPEL
                           PERFORM 2350-REMETTRE-RAPPEL
                       ELSE
                           PERFORM 2360-REMETTRE-ABSENCES
                       END-IF
                   ELSE
                       IF HIST-PAIE-PERIODE
                           AND HIST-PERIODE(1:4) = WS-PER-ANNEE
                           PERFORM 2320-NOTER-PERIODE-RESTANTE
                       END-IF
                   END-IF
               END-IF
               WRITE EMPHIST-RECORD
               IF WS-FICHE-HIST-STATUS NOT = "00"
                   DISPLAY "REECRITURE DE L'HISTORIQUE REFUSEE."
                   DISPLAY "Le code erreur est : " WS-FICHE-HIST-STATUS
                   DISPLAY "RESTAURER EMPHIST.DAT DEPUIS EMPHIST.SAV."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2310-READ-SAV
           END-PERFORM.

           CLOSE FICHE-SAV.
           CLOSE FICHE-HIST.
           CLOSE FICHE-RAPPEL.
           CLOSE FICHE-ABS.

           MARQUER-HISTORIQUE-END.
               EXIT.

       2310-READ-SAV SECTION.
           READ-SAV-START.

               READ FICHE-SAV
                   AT END
                       SET FIN-FICHIER-SAV TO TRUE
                   NOT AT END
                       IF WS-FICHE-SAV-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-SAV-STATUS
                       END-IF
               END-READ.

           READ-SAV-END.
               EXIT.

       2320-NOTER-PERIODE-RESTANTE SECTION.
           NOTER-PERIODE-RESTANTE-START.

           PERFORM 2050-CHERCHER-EMPLOYE.
           IF ANN-TROUVE
               IF HIST-PERIODE > WS-ANN-DERNIERE (WS-ANN-IDX)
                   MOVE HIST-PERIODE TO WS-ANN-DERNIERE (WS-ANN-IDX)
               END-IF
           END-IF.

           NOTER-PERIODE-RESTANTE-END.
               EXIT.

       2350-REMETTRE-RAPPEL SECTION.
           REMETTRE-RAPPEL-START.

           *>LE RAPPEL VERSE AVEC LA PERIODE ANNULEE N'A PAS ETE
           *>PAYE : IL REPART EN ATTENTE POUR LE PROCHAIN PASSAGE DE
           *>FILE-CONVERT. LE NOMBRE DE PERIODES N'EST PAS CONSERVE
           *>DANS L'HISTORIQUE ET REVIENT A ZERO.
           MOVE HIST-EMPLOYEID TO RAP-EMPLOYEID.
           MOVE HIST-RAP-DEBUT TO RAP-PERIODE-DEBUT.
           MOVE HIST-RAP-FIN TO RAP-PERIODE-FIN.
           MOVE ZERO TO RAP-NB-PERIODES.
           MOVE HIST-BRUT TO RAP-MONTANT.
           MOVE HIST-SALAIRE TO RAP-SALAIRE.
           MOVE WS-CURRENT-DATE TO RAP-DATE-CALCUL.

           WRITE RAPPEL-RECORD.
           IF WS-FICHE-RAPPEL-STATUS = "00"
               ADD 1 TO WS-CNT-RAPPELS-REMIS
           ELSE
               DISPLAY "REMISE EN ATTENTE DU RAPPEL REFUSEE POUR "
                   "EMPLOYEID : " HIST-EMPLOYEID
               DISPLAY "Le code erreur est : " WS-FICHE-RAPPEL-STATUS
               ADD 1 TO WS-CNT-ANOMALIES
           END-IF.

           REMETTRE-RAPPEL-END.
               EXIT.

       2360-REMETTRE-ABSENCES SECTION.
           REMETTRE-ABSENCES-START.

           *>LES ABSENCES IMPUTEES SUR LA PERIODE ANNULEE REPARTENT
           *>EN ATTENTE, UNE LIGNE PAR TYPE DATEE DU PREMIER JOUR DE
           *>LA PERIODE, POUR ETRE REIMPUTEES QUAND ELLE SERA REJOUEE
           IF HIST-HEURES-ABSENCE NUMERIC
               AND HIST-HEURES-ABSENCE > ZERO
               MOVE "N" TO WS-ABS-TYPE-LIGNE
               MOVE HIST-HEURES-ABSENCE TO WS-ABS-HEURES-LIGNE
               PERFORM 2365-ECRIRE-ABSENCE
           END-IF.
           IF HIST-HEURES-MALADIE NUMERIC
               AND HIST-HEURES-MALADIE > ZERO
               MOVE "M" TO WS-ABS-TYPE-LIGNE
               MOVE HIST-HEURES-MALADIE TO WS-ABS-HEURES-LIGNE
               PERFORM 2365-ECRIRE-ABSENCE
           END-IF.
           IF HIST-HEURES-CONGE NUMERIC
               AND HIST-HEURES-CONGE > ZERO
               MOVE "C" TO WS-ABS-TYPE-LIGNE
               MOVE HIST-HEURES-CONGE TO WS-ABS-HEURES-LIGNE
               PERFORM 2365-ECRIRE-ABSENCE
           END-IF.

           REMETTRE-ABSENCES-END.
               EXIT.

       2365-ECRIRE-ABSENCE SECTION.
           ECRIRE-ABSENCE-START.

           MOVE HIST-EMPLOYEID TO ABS-EMPLOYEID.
           MOVE WS-ABS-TYPE-LIGNE TO ABS-TYPE.
           COMPUTE ABS-DATE-DEBUT = WS-PERIODE * 100 + 1.
           MOVE ABS-DATE-DEBUT TO ABS-DATE-FIN.
           MOVE WS-ABS-HEURES-LIGNE TO ABS-HEURES.

           WRITE ABSENCE-RECORD.
           IF WS-FICHE-ABS-STATUS = "00"
               ADD 1 TO WS-CNT-ABSENCES-REMISES
           ELSE
               DISPLAY "REMISE EN ATTENTE DE L'ABSENCE REFUSEE POUR "
                   "EMPLOYEID : " HIST-EMPLOYEID
               DISPLAY "Le code erreur est : " WS-FICHE-ABS-STATUS
               ADD 1 TO WS-CNT-ANOMALIES
           END-IF.

           ECRIRE-ABSENCE-END.
               EXIT.

       2400-MAJ-CUMULS SECTION.
           MAJ-CUMULS-START.

           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
                   UNTIL WS-ANN-IDX > WS-ANN-COUNT
               MOVE WS-ANN-EMPLOYEID (WS-ANN-IDX) TO YTD-EMPLOYEID
               READ FICHE-YTD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2410-DECUMULER-EMPLOYE
               END-READ
           END-PERFORM.

           MAJ-CUMULS-END.
               EXIT.

       2410-DECUMULER-EMPLOYE SECTION.
           DECUMULER-EMPLOYE-START.

           MOVE YTD-HEURES-CUMUL TO WJC-HEURES.
           MOVE YTD-BRUT-CUMUL TO WJC-BRUT.
           MOVE YTD-NB-PERIODES TO WJC-PERIODES.
           MOVE YTD-NB-PERIODES-SUP TO WJC-SUP.
           MOVE YTD-DERNIERE-PERIODE TO WJC-DERNIERE.
           MOVE SPACES TO WS-IMAGE-AVANT.
           MOVE WS-JRN-CUMUL TO WS-IMAGE-AVANT.

           *>UN CUMUL PLUS PETIT QUE CE QU'ON RETIRE A ETE TOUCHE
           *>HORS FILE-CONVERT : ON S'ARRETE A ZERO ET ON LE SIGNALE
           IF YTD-HEURES-CUMUL < WS-ANN-HEURES (WS-ANN-IDX)
               MOVE ZERO TO YTD-HEURES-CUMUL
               PERFORM 2420-SIGNALER-ANOMALIE
           ELSE
               SUBTRACT WS-ANN-HEURES (WS-ANN-IDX) FROM YTD-HEURES-CUMUL
           END-IF.

           IF YTD-BRUT-CUMUL < WS-ANN-BRUT (WS-ANN-IDX)
                   + WS-ANN-RAPPEL-BRUT (WS-ANN-IDX)
               MOVE ZERO TO YTD-BRUT-CUMUL
               PERFORM 2420-SIGNALER-ANOMALIE
           ELSE
               SUBTRACT WS-ANN-BRUT (WS-ANN-IDX)
                   WS-ANN-RAPPEL-BRUT (WS-ANN-IDX)
                   FROM YTD-BRUT-CUMUL
           END-IF.

           IF YTD-NB-PERIODES < WS-ANN-NB-PERIODES (WS-ANN-IDX)
               MOVE ZERO TO YTD-NB-PERIODES
               PERFORM 2420-SIGNALER-ANOMALIE
           ELSE
               SUBTRACT WS-ANN-NB-PERIODES (WS-ANN-IDX)
                   FROM YTD-NB-PERIODES
           END-IF.

           IF YTD-NB-PERIODES-SUP < WS-ANN-NB-SUP (WS-ANN-IDX)
               MOVE ZERO TO YTD-NB-PERIODES-SUP
               PERFORM 2420-SIGNALER-ANOMALIE
           ELSE
               SUBTRACT WS-ANN-NB-SUP (WS-ANN-IDX)
                   FROM YTD-NB-PERIODES-SUP
           END-IF.

           *>LE TAMPON REVIENT A LA DERNIERE PERIODE RESTANTE POUR
           *>QUE FILE-CONVERT ACCEPTE DE CUMULER A NOUVEAU LA PERIODE ;
           *>S'IL PORTE DEJA UNE PERIODE POSTERIEURE, IL EST GARDE
           IF YTD-DERNIERE-PERIODE = WS-PERIODE
               MOVE WS-ANN-DERNIERE (WS-ANN-IDX)
                   TO YTD-DERNIERE-PERIODE
           END-IF.

           REWRITE EMPYTD-RECORD
               INVALID KEY
                   DISPLAY "REECRITURE DU CUMUL REFUSEE POUR "
                       "EMPLOYEID : " YTD-EMPLOYEID
                   DISPLAY "Le code erreur est : " WS-FICHE-YTD-STATUS
                   ADD 1 TO WS-CNT-ANOMALIES
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-YTD-MAJ
                   PERFORM 2900-ECRIRE-JOURNAL-CUMUL
           END-REWRITE.

           DECUMULER-EMPLOYE-END.
               EXIT.

       2420-SIGNALER-ANOMALIE SECTION.
           SIGNALER-ANOMALIE-START.

           ADD 1 TO WS-CNT-ANOMALIES.
           DISPLAY "CUMUL INFERIEUR AU MONTANT ANNULE, RAMENE A ZERO "
               "POUR EMPLOYEID : " YTD-EMPLOYEID.

           SIGNALER-ANOMALIE-END.
               EXIT.

       2450-MAJ-CONGES SECTION.
           MAJ-CONGES-START.

           *>LE SOLDE DE CONGES REPREND LES CONGES PRIS SUR LA PERIODE
           *>ET PERD CE QU'ELLE AVAIT ACQUIS ; LE TAMPON EST REMIS A
           *>ZERO POUR QUE FILE-CONVERT APPLIQUE A NOUVEAU LA PERIODE
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
                   UNTIL WS-ANN-IDX > WS-ANN-COUNT
               IF WS-ANN-CONGE-PRIS (WS-ANN-IDX) > ZERO
                   OR WS-ANN-CONGE-ACQUIS (WS-ANN-IDX) > ZERO
                   IF CONGE-ABSENT
                       ADD 1 TO WS-CNT-ANOMALIES
                       DISPLAY "SOLDE DE CONGES ABSENT POUR "
                           "EMPLOYEID : " WS-ANN-EMPLOYEID (WS-ANN-IDX)
                   ELSE
                       MOVE WS-ANN-EMPLOYEID (WS-ANN-IDX)
                           TO CG-EMPLOYEID
                       READ FICHE-CONGE
                           INVALID KEY
                               ADD 1 TO WS-CNT-ANOMALIES
                               DISPLAY "SOLDE DE CONGES ABSENT POUR "
                                   "EMPLOYEID : " CG-EMPLOYEID
                           NOT INVALID KEY
                               PERFORM 2460-REPRENDRE-CONGES
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

           MAJ-CONGES-END.
               EXIT.

       2460-REPRENDRE-CONGES SECTION.
           REPRENDRE-CONGES-START.

           MOVE CG-SOLDE TO WJG-SOLDE.
           MOVE CG-ACQUIS-CUMUL TO WJG-ACQUIS.
           MOVE CG-PRIS-CUMUL TO WJG-PRIS.
           MOVE CG-DERNIERE-PERIODE TO WJG-DERNIERE.
           MOVE SPACES TO WS-IMAGE-AVANT.
           MOVE WS-JRN-CONGE TO WS-IMAGE-AVANT.

           ADD WS-ANN-CONGE-PRIS (WS-ANN-IDX) TO CG-SOLDE.
           IF CG-SOLDE < WS-ANN-CONGE-ACQUIS (WS-ANN-IDX)
               MOVE ZERO TO CG-SOLDE
               PERFORM 2470-SIGNALER-ANOMALIE-CONGE
           ELSE
               SUBTRACT WS-ANN-CONGE-ACQUIS (WS-ANN-IDX) FROM CG-SOLDE
           END-IF.

           IF CG-ACQUIS-CUMUL < WS-ANN-CONGE-ACQUIS (WS-ANN-IDX)
               MOVE ZERO TO CG-ACQUIS-CUMUL
               PERFORM 2470-SIGNALER-ANOMALIE-CONGE
           ELSE
               SUBTRACT WS-ANN-CONGE-ACQUIS (WS-ANN-IDX)
                   FROM CG-ACQUIS-CUMUL
           END-IF.

           IF CG-PRIS-CUMUL < WS-ANN-CONGE-PRIS (WS-ANN-IDX)
               MOVE ZERO TO CG-PRIS-CUMUL
               PERFORM 2470-SIGNALER-ANOMALIE-CONGE
           ELSE
               SUBTRACT WS-ANN-CONGE-PRIS (WS-ANN-IDX)
                   FROM CG-PRIS-CUMUL
           END-IF.

           IF CG-DERNIERE-PERIODE = WS-PERIODE
               MOVE ZERO TO CG-DERNIERE-PERIODE
           END-IF.

           REWRITE CONGE-RECORD
               INVALID KEY
                   DISPLAY "REECRITURE DU SOLDE DE CONGES REFUSEE POUR "
                       "EMPLOYEID : " CG-EMPLOYEID
                   DISPLAY "Le code erreur est : " WS-FICHE-CONGE-STATUS
                   ADD 1 TO WS-CNT-ANOMALIES
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-CONGES-MAJ
                   PERFORM 2910-ECRIRE-JOURNAL-CONGE
           END-REWRITE.

           REPRENDRE-CONGES-END.
               EXIT.

       2470-SIGNALER-ANOMALIE-CONGE SECTION.
           SIGNALER-ANOMALIE-CONGE-START.

           ADD 1 TO WS-CNT-ANOMALIES.
           DISPLAY "SOLDE DE CONGES INFERIEUR AU MONTANT ANNULE, "
               "RAMENE A ZERO POUR EMPLOYEID : " CG-EMPLOYEID.

           SIGNALER-ANOMALIE-CONGE-END.
               EXIT.

       2500-WRITE-CONTREPASSATION SECTION.
           WRITE-CONTREPASSATION-START.

           OPEN OUTPUT FICHE-GL.
           IF WS-FICHE-GL-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture de l'extrait "
                   "de contrepassation."
               DISPLAY "Le code erreur est : " WS-FICHE-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-PERIODE TO WGH-PERIODE.
           MOVE WS-GL-ENTETE TO FS-BUF-GL.
           WRITE FS-BUF-GL.

           *>MEMES COMPTES ET MEMES LIBELLES QUE L'EXTRAIT DE
           *>FILE-CONVERT, SENS INVERSES : LE COUT DES DEPARTEMENTS
           *>EST CREDITE, LES RETENUES ET LE NET SONT DEBITES
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               PERFORM 2510-TROUVER-COMPTE
               IF WS-DEP-BRUT (WS-DEP-IDX) > ZERO
                   MOVE "C" TO WGL-SENS
                   MOVE WS-DEP-NOM (WS-DEP-IDX) TO WGL-LIBELLE
                   MOVE WS-DEP-BRUT (WS-DEP-IDX) TO WGL-MONTANT
                   MOVE WS-GL-LINE TO FS-BUF-GL
                   WRITE FS-BUF-GL
                   ADD WS-DEP-BRUT (WS-DEP-IDX) TO WS-SUM-CREDITS
               END-IF
               IF WS-DEP-RAPPEL (WS-DEP-IDX) > ZERO
                   MOVE "C" TO WGL-SENS
                   MOVE SPACES TO WGL-LIBELLE
                   STRING "RAPPEL " DELIMITED BY SIZE
                       WS-DEP-NOM (WS-DEP-IDX) DELIMITED BY SIZE
                       INTO WGL-LIBELLE
                   END-STRING
                   MOVE WS-DEP-RAPPEL (WS-DEP-IDX) TO WGL-MONTANT
                   MOVE WS-GL-LINE TO FS-BUF-GL
                   WRITE FS-BUF-GL
                   ADD WS-DEP-RAPPEL (WS-DEP-IDX) TO WS-SUM-CREDITS
               END-IF
               IF WS-DEP-CHARGES (WS-DEP-IDX) > ZERO
                   MOVE "C" TO WGL-SENS
                   MOVE SPACES TO WGL-LIBELLE
                   STRING "CHARGES " DELIMITED BY SIZE
                       WS-DEP-NOM (WS-DEP-IDX) DELIMITED BY SIZE
                       INTO WGL-LIBELLE
                   END-STRING
                   MOVE WS-DEP-CHARGES (WS-DEP-IDX) TO WGL-MONTANT
                   MOVE WS-GL-LINE TO FS-BUF-GL
                   WRITE FS-BUF-GL
                   ADD WS-DEP-CHARGES (WS-DEP-IDX) TO WS-SUM-CREDITS
               END-IF
               IF WS-DEP-PRIME-ANC (WS-DEP-IDX) > ZERO
                   MOVE "C" TO WGL-SENS
                   MOVE SPACES TO WGL-LIBELLE
                   STRING "ANCIENNETE " DELIMITED BY SIZE
                       WS-DEP-NOM (WS-DEP-IDX) DELIMITED BY SIZE
                       INTO WGL-LIBELLE
                   END-STRING
                   MOVE WS-DEP-PRIME-ANC (WS-DEP-IDX) TO WGL-MONTANT
                   MOVE WS-GL-LINE TO FS-BUF-GL
                   WRITE FS-BUF-GL
                   ADD WS-DEP-PRIME-ANC (WS-DEP-IDX) TO WS-SUM-CREDITS
               END-IF
           END-PERFORM.

           *>LE NET VERSE COMPRENAIT LA PRIME D'ANCIENNETE, NETTE DE
           *>SA RETENUE
           COMPUTE WS-RETENUE-TOTALE = WS-SUM-BRUT + WS-SUM-PRIME-ANC
               - WS-SUM-NET.

           MOVE "D" TO WGL-SENS.
           MOVE WS-COMPTE-RETENUE TO WGL-COMPTE.
           MOVE "RETENUES SUR SALAIRES" TO WGL-LIBELLE.
           MOVE WS-RETENUE-TOTALE TO WGL-MONTANT.
           MOVE WS-GL-LINE TO FS-BUF-GL.
           WRITE FS-BUF-GL.
           ADD WS-RETENUE-TOTALE TO WS-SUM-DEBITS.

           MOVE "D" TO WGL-SENS.
           MOVE WS-COMPTE-NET TO WGL-COMPTE.
           MOVE "NET A PAYER" TO WGL-LIBELLE.
           MOVE WS-SUM-NET TO WGL-MONTANT.
           MOVE WS-GL-LINE TO FS-BUF-GL.
           WRITE FS-BUF-GL.
           ADD WS-SUM-NET TO WS-SUM-DEBITS.

           IF WS-SUM-CHARGES > ZERO
               MOVE "D" TO WGL-SENS
               MOVE WS-COMPTE-CHARGES TO WGL-COMPTE
               MOVE "CHARGES PATRONALES" TO WGL-LIBELLE
               MOVE WS-SUM-CHARGES TO WGL-MONTANT
               MOVE WS-GL-LINE TO FS-BUF-GL
               WRITE FS-BUF-GL
               ADD WS-SUM-CHARGES TO WS-SUM-DEBITS
           END-IF.

           MOVE WS-SUM-DEBITS TO WGT-DEBITS.
           MOVE WS-SUM-CREDITS TO WGT-CREDITS.
           IF WS-SUM-DEBITS = WS-SUM-CREDITS
               MOVE "EQUILIBRE" TO WGT-ETAT
           ELSE
               MOVE "DESEQUILIBRE" TO WGT-ETAT
               DISPLAY "CONTREPASSATION DESEQUILIBREE : "
                   "DEBITS " WS-SUM-DEBITS " CREDITS " WS-SUM-CREDITS
           END-IF.
           MOVE WS-GL-TRAILER TO FS-BUF-GL.
           WRITE FS-BUF-GL.

           CLOSE FICHE-GL.

           WRITE-CONTREPASSATION-END.
               EXIT.

       2510-TROUVER-COMPTE SECTION.
           TROUVER-COMPTE-START.

           *>UN COMPTE A BLANC SIGNALE UN DEPARTEMENT SANS COMPTE GL,
           *>COMME DANS L'EXTRAIT DE FILE-CONVERT
           SET GLA-INCONNU TO TRUE.
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
                   UNTIL WS-GLA-IDX > WS-GLA-COUNT
               IF WS-GLA-DEPT (WS-GLA-IDX) = WS-DEP-NOM (WS-DEP-IDX)
                   SET GLA-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF GLA-TROUVE
               MOVE WS-GLA-COMPTE (WS-GLA-IDX) TO WGL-COMPTE
           ELSE
               MOVE SPACES TO WGL-COMPTE
           END-IF.

           TROUVER-COMPTE-END.
               EXIT.

       2600-WRITE-ANNULATION-PAIE SECTION.
           WRITE-ANNULATION-PAIE-START.

           OPEN OUTPUT FICHE-ANNUL.
           IF WS-FICHE-ANNUL-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture de la liste "
                   "d'annulation des paiements."
               DISPLAY "Le code erreur est : " WS-FICHE-ANNUL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "H" TO WPH-TYPE.
           MOVE WS-CURRENT-DATE TO WPH-DATE.
           MOVE WS-PERIODE TO WPH-PERIODE.
           MOVE "ANNULATION" TO WPH-MARQUE.
           MOVE WS-PAIE-ENTETE TO FS-BUF-ANNUL.
           WRITE FS-BUF-ANNUL.

           *>PAIEMENTS.DAT NE GARDE QUE LE DERNIER PASSAGE : LES
           *>ORDRES NE SONT REPRIS QUE S'IL PORTE BIEN LA PERIODE
           *>ANNULEE ET QU'IL NE VIENT PAS D'UNE SIMULATION
           SET PAIE-AUTRE-PERIODE TO TRUE.
           OPEN INPUT FICHE-PAIE.
           IF WS-FICHE-PAIE-STATUS = "00"
               SET PAIE-DISPONIBLE TO TRUE
               PERFORM 2610-READ-PAIE
               IF NOT FIN-FICHIER-PAIE
                   MOVE FS-BUF-PAIE TO WS-PAIE-ENTETE
                   IF WPH-TYPE = "H" AND WPH-PERIODE = WS-PERIODE
                       AND WPH-MARQUE = SPACES
                       SET PAIE-DE-LA-PERIODE TO TRUE
                   END-IF
               END-IF
           ELSE
               SET PAIE-ABSENT TO TRUE
               IF WS-FICHE-PAIE-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture du fichier "
                       "des ordres de paiement."
                   DISPLAY "Le code erreur est : "
                       WS-FICHE-PAIE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF PAIE-DE-LA-PERIODE
               PERFORM 2610-READ-PAIE
               PERFORM UNTIL FIN-FICHIER-PAIE
                   IF FS-BUF-PAIE(1:1) = "D"
                       MOVE FS-BUF-PAIE TO WS-PAIE-DETAIL
                       MOVE FS-BUF-PAIE TO FS-BUF-ANNUL
                       WRITE FS-BUF-ANNUL
                       ADD 1 TO WS-CNT-PAIE-ANNULES
                       ADD WPD-NET TO WS-HASH-ANNULE
                   END-IF
                   PERFORM 2610-READ-PAIE
               END-PERFORM
           ELSE
               DISPLAY "PAIEMENTS.DAT NE PORTE PAS LA PERIODE "
                   WS-PERIODE " : ORDRES A ANNULER AUPRES DE LA "
                   "BANQUE A LA MAIN"
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-CNT-PAIE-ANNULES TO WPT-NB.
           MOVE WS-HASH-ANNULE TO WPT-HASH.
           MOVE WS-PAIE-TRAILER TO FS-BUF-ANNUL.
           WRITE FS-BUF-ANNUL.

           IF PAIE-DISPONIBLE
               CLOSE FICHE-PAIE
           END-IF.
           CLOSE FICHE-ANNUL.

           WRITE-ANNULATION-PAIE-END.
               EXIT.

       2610-READ-PAIE SECTION.
           READ-PAIE-START.

               READ FICHE-PAIE
                   AT END
                       SET FIN-FICHIER-PAIE TO TRUE
                   NOT AT END
                       IF WS-FICHE-PAIE-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-PAIE-STATUS
                       END-IF
               END-READ.

           READ-PAIE-END.
               EXIT.

       2800-ECRIRE-JOURNAL-RESUME SECTION.
           ECRIRE-JOURNAL-RESUME-START.

           *>LA TRACE DE L'ANNULATION ELLE-MEME : QUI, POURQUOI, ET
           *>CE QUI A ETE DEFAIT
           MOVE WS-CURRENT-DATE TO JRN-DATE.
           MOVE "PAY-REVERSAL" TO JRN-PROGRAMME.
           MOVE "X" TO JRN-CODE-TRANS.
           MOVE SPACES TO JRN-CLE.
           STRING "PERIODE " DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               INTO JRN-CLE
           END-STRING.
           MOVE SPACES TO JRN-AVANT.
           STRING "OPERATEUR: " DELIMITED BY SIZE
               AP-OPERATEUR DELIMITED BY SIZE
               " MOTIF: " DELIMITED BY SIZE
               AP-MOTIF DELIMITED BY SIZE
               INTO JRN-AVANT
           END-STRING.
           MOVE WS-CNT-LIGNES-ANNULEES TO WJR-LIGNES.
           MOVE WS-CNT-YTD-MAJ TO WJR-CUMULS.
           MOVE WS-SUM-BRUT TO WJR-BRUT.
           MOVE WS-SUM-NET TO WJR-NET.
           MOVE WS-CNT-PAIE-ANNULES TO WJR-ORDRES.
           MOVE SPACES TO JRN-APRES.
           MOVE WS-JRN-RESUME TO JRN-APRES.

           WRITE JOURNAL-RECORD.
           IF WS-FICHE-JRN-STATUS NOT = "00"
               DISPLAY "ECRITURE JOURNAL REFUSEE POUR LA PERIODE : "
                   WS-PERIODE
               DISPLAY "Le code erreur est : " WS-FICHE-JRN-STATUS
           END-IF.

           ECRIRE-JOURNAL-RESUME-END.
               EXIT.

       2900-ECRIRE-JOURNAL-CUMUL SECTION.
           ECRIRE-JOURNAL-CUMUL-START.

           MOVE WS-CURRENT-DATE TO JRN-DATE.
           MOVE "PAY-REVERSAL" TO JRN-PROGRAMME.
           MOVE "X" TO JRN-CODE-TRANS.
           MOVE SPACES TO JRN-CLE.
           MOVE YTD-EMPLOYEID TO JRN-CLE.
           MOVE WS-IMAGE-AVANT TO JRN-AVANT.
           MOVE YTD-HEURES-CUMUL TO WJC-HEURES.
           MOVE YTD-BRUT-CUMUL TO WJC-BRUT.
           MOVE YTD-NB-PERIODES TO WJC-PERIODES.
           MOVE YTD-NB-PERIODES-SUP TO WJC-SUP.
           MOVE YTD-DERNIERE-PERIODE TO WJC-DERNIERE.
           MOVE SPACES TO JRN-APRES.
           MOVE WS-JRN-CUMUL TO JRN-APRES.

           WRITE JOURNAL-RECORD.
           IF WS-FICHE-JRN-STATUS NOT = "00"
               DISPLAY "ECRITURE JOURNAL REFUSEE POUR EMPLOYEID : "
                   YTD-EMPLOYEID
               DISPLAY "Le code erreur est : " WS-FICHE-JRN-STATUS
           END-IF.

           ECRIRE-JOURNAL-CUMUL-END.
               EXIT.

       2910-ECRIRE-JOURNAL-CONGE SECTION.
           ECRIRE-JOURNAL-CONGE-START.

           MOVE WS-CURRENT-DATE TO JRN-DATE.
           MOVE "PAY-REVERSAL" TO JRN-PROGRAMME.
           MOVE "X" TO JRN-CODE-TRANS.
           MOVE SPACES TO JRN-CLE.
           STRING "CONGES " DELIMITED BY SIZE
               CG-EMPLOYEID DELIMITED BY SIZE
               INTO JRN-CLE
           END-STRING.
           MOVE WS-IMAGE-AVANT TO JRN-AVANT.
           MOVE CG-SOLDE TO WJG-SOLDE.
           MOVE CG-ACQUIS-CUMUL TO WJG-ACQUIS.
           MOVE CG-PRIS-CUMUL TO WJG-PRIS.
           MOVE CG-DERNIERE-PERIODE TO WJG-DERNIERE.
           MOVE SPACES TO JRN-APRES.
           MOVE WS-JRN-CONGE TO JRN-APRES.

           WRITE JOURNAL-RECORD.
           IF WS-FICHE-JRN-STATUS NOT = "00"
               DISPLAY "ECRITURE JOURNAL REFUSEE POUR EMPLOYEID : "
                   CG-EMPLOYEID
               DISPLAY "Le code erreur est : " WS-FICHE-JRN-STATUS
           END-IF.

           ECRIRE-JOURNAL-CONGE-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

           DISPLAY "LIGNES D'HISTORIQUE LUES : " WS-CNT-HIST-LUS.
           DISPLAY "LIGNES D'HISTORIQUE ANNULEES : "
               WS-CNT-LIGNES-ANNULEES.
           DISPLAY "EMPLOYES CONCERNES : " WS-ANN-COUNT.
           DISPLAY "CUMULS ANNUELS MIS A JOUR : " WS-CNT-YTD-MAJ.
           DISPLAY "CUMULS ANNUELS ABSENTS : " WS-CNT-YTD-ABSENTS.
           DISPLAY "RAPPELS REMIS EN ATTENTE : " WS-CNT-RAPPELS-REMIS.
           DISPLAY "SOLDES DE CONGES REPRIS : " WS-CNT-CONGES-MAJ.
           DISPLAY "ABSENCES REMISES EN ATTENTE : "
               WS-CNT-ABSENCES-REMISES.
           DISPLAY "ORDRES DE PAIEMENT A ANNULER : "
               WS-CNT-PAIE-ANNULES.
           DISPLAY "ANOMALIES : " WS-CNT-ANOMALIES.

           CLOSE ANNUL-PAR.
           CLOSE FICHE-YTD.
           CLOSE FICHE-JRN.
           IF CONGE-DISPONIBLE
               CLOSE FICHE-CONGE
           END-IF.

           IF WS-CNT-ANOMALIES > 0 OR WS-CNT-YTD-ABSENTS > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE-FILE-END.
               EXIT.

       9999-FIN-PROGRAMME.
      *>---------------------------------------------------------------
       STOP RUN.
       END PROGRAM PAY-REVERSAL.
