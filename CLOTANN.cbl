       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-CLOSE.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 18/01/24.
       DATE-COMPILED.
       SECURITY. Standard.

      *> Cloture annuelle de la paie. L'annee a clore se donne dans
      *> CLOTURE.PAR (une ligne : annee YYYY sur 4), obligatoirement
      *> une annee terminee : la cloture se lance en debut d'annee
      *> suivante, avant le premier cycle de paie. Le programme
      *> edite dans ATTESTATIONS.DAT une attestation annuelle de
      *> remuneration pour chaque employe paye dans l'annee, qu'il
      *> soit encore au fichier maitre ou deja purge (le nom est
      *> repris de FICHEMP.DAT, sinon de EMPARCH.DAT) : heures, brut,
      *> net, retenues, periodes et rappels, totalises depuis les
      *> lignes en vigueur de EMPHIST.DAT et rapproches du cumul
      *> EMPYTD.DAT. Tout ecart entre les deux est signale sur
      *> l'attestation et fait sortir le programme en code 4.
      *> Les cumuls de l'annee close (et ceux d'annees anterieures
      *> jamais clos) sont ensuite recopies dans le fichier d'archive
      *> EMPYTD.YYYY puis supprimes de EMPYTD.DAT, qui repart a vide
      *> pour la nouvelle annee. FILE-CONVERT refuse de payer une
      *> periode d'une nouvelle annee tant que cette cloture n'a pas
      *> ete faite. Si l'archive de l'annee existe deja, la cloture
      *> est consideree comme faite : les attestations sont reeditees
      *> a partir de l'archive, sans rien modifier.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLOTURE-PAR ASSIGN TO "CLOTURE.PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOTURE-PAR-STATUS.

           SELECT FICHE-HIST ASSIGN TO "EMPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-HIST-STATUS.

           SELECT FICHE-YTD ASSIGN TO "EMPYTD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-EMPLOYEID
           FILE STATUS IS WS-FICHE-YTD-STATUS.

           SELECT FICHE-YTD-ARCH ASSIGN USING WS-ARCHIVE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-YTD-ARCH-STATUS.

           SELECT FICHE-EMP ASSIGN TO "FICHEMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMPLOYEID
           FILE STATUS IS WS-FICHE-EMP-STATUS.

           SELECT FICHE-ARCH ASSIGN TO "EMPARCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-ARCH-STATUS.

           SELECT ATTEST-RPT ASSIGN TO "ATTESTATIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATTEST-RPT-STATUS.

           SELECT FICHE-JRN ASSIGN TO "JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOTURE-PAR.
       01  CLOTURE-PAR-RECORD.
           05 CP-ANNEE PIC 9(4).

       FD  FICHE-HIST.
           COPY EMPHIST.

       FD  FICHE-YTD.
           COPY EMPYTD.

      *>ARCHIVE DES CUMULS CLOS : MEME ENREGISTREMENT QUE EMPYTD.DAT
       FD  FICHE-YTD-ARCH.
       01  FS-BUF-YTD-ARCH PIC X(41).

       FD  FICHE-EMP.
           COPY EMPDETAILS.

      *>SEULS L'IDENTIFIANT ET LE NOM DE L'EMPLOYE PURGE SERVENT ICI
       FD  FICHE-ARCH.
       01  ARCH-RECORD.
           05 ARCH-EMPLOYEID PIC 9(7).
           05 ARCH-NOM PIC X(10).
           05 ARCH-PRENOM PIC X(10).
           05 FILLER PIC X(88).

       FD  ATTEST-RPT.
       01  FS-BUF-RPT PIC X(100).

       FD  FICHE-JRN.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-HIST VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-YTD VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-ARCH VALUE X"01" THRU X"FF".
       01  WS-CLOTURE-PAR-STATUS PIC X(2).
       01  WS-FICHE-HIST-STATUS PIC X(2).
       01  WS-FICHE-YTD-STATUS PIC X(2).
       01  WS-FICHE-YTD-ARCH-STATUS PIC X(2).
       01  WS-FICHE-EMP-STATUS PIC X(2).
       01  WS-FICHE-ARCH-STATUS PIC X(2).
       01  WS-ATTEST-RPT-STATUS PIC X(2).
       01  WS-FICHE-JRN-STATUS PIC X(2).

       01  WS-ARCHIVE-NOM PIC X(11).

       *>UNE ARCHIVE DEJA PRESENTE VEUT DIRE QUE L'ANNEE EST CLOSE :
       *>ON REEDITE LES ATTESTATIONS SANS TOUCHER AUX CUMULS
       01  WS-CLOTURE-SW PIC X VALUE "C".
           88 MODE-CLOTURE VALUE "C".
           88 MODE-REEDITION VALUE "R".

       01  WS-EMP-MASTER-SW PIC X VALUE "N".
           88 EMP-MASTER-DISPONIBLE VALUE "Y".
           88 EMP-MASTER-ABSENT VALUE "N".
       01  WS-EMP-ARCH-SW PIC X VALUE "N".
           88 EMP-ARCH-DISPONIBLE VALUE "Y".
           88 EMP-ARCH-ABSENT VALUE "N".

       01  WS-CURRENT-DATE.
           05 WS-CUR-ANNEE PIC 9(4).
           05 WS-CUR-MOIS PIC 9(2).
           05 WS-CUR-JOUR PIC 9(2).

       01  WS-ANNEE PIC 9(4).

       *>TOTAUX DE L'ANNEE PAR EMPLOYE, TIRES DES LIGNES EN VIGUEUR
       *>DE L'HISTORIQUE ; LE NOM EST COMPLETE DEPUIS EMPARCH.DAT
       *>POUR LES EMPLOYES PURGES
       01  WS-CER-TABLE.
           05 WS-CER-COUNT PIC 9(5) VALUE 0.
           05 WS-CER-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-CER-IDX.
               10 WS-CER-EMPLOYEID PIC 9(7).
               10 WS-CER-NOM PIC X(10).
               10 WS-CER-PRENOM PIC X(10).
               10 WS-CER-DEPARTEMENT PIC X(30).
               10 WS-CER-HEURES PIC 9(6).
               10 WS-CER-CONGE PIC 9(6).
               10 WS-CER-BRUT PIC 9(8)V99.
               10 WS-CER-NET PIC 9(8)V99.
               10 WS-CER-RAPPEL PIC 9(8)V99.
               10 WS-CER-NB-PERIODES PIC 9(4).
               10 WS-CER-NB-SUP PIC 9(4).
               10 WS-CER-ETAT PIC X.
                   88 CER-A-EDITER VALUE "N".
                   88 CER-EDITEE VALUE "O".

       01  WS-CER-FOUND-SW PIC X VALUE "N".
           88 CER-TROUVE VALUE "Y".
           88 CER-INCONNU VALUE "N".

       01  WS-RETENUES PIC 9(8)V99.
       01  WS-ECART-SW PIC X VALUE "N".
           88 CHIFFRES-CONCORDANTS VALUE "N".
           88 CHIFFRES-DISCORDANTS VALUE "O".

       01  WS-CNT-ATTESTATIONS PIC 9(5) VALUE 0.
       01  WS-CNT-ECARTS PIC 9(5) VALUE 0.
       01  WS-CNT-SANS-CUMUL PIC 9(5) VALUE 0.
       01  WS-CNT-SANS-HISTO PIC 9(5) VALUE 0.
       01  WS-CNT-ARCHIVES PIC 9(5) VALUE 0.
       01  WS-CNT-ANTERIEURS PIC 9(5) VALUE 0.
       01  WS-CNT-POSTERIEURS PIC 9(5) VALUE 0.
       01  WS-CNT-ERREURS PIC 9(5) VALUE 0.
       01  WS-SUM-BRUT PIC 9(10)V99 VALUE 0.
       01  WS-SUM-NET PIC 9(10)V99 VALUE 0.

       01  WS-STARS-FILLER PIC X(100) VALUE ALL "*".

       01  WS-RPT-TITLE.
           05 FILLER PIC X(39)
               VALUE "ATTESTATION ANNUELLE DE REMUNERATION - ".
           05 FILLER PIC X(8) VALUE "ANNEE : ".
           05 WRT-ANNEE PIC 9(4).

       01  WS-RPT-NOM-LINE.
           05 FILLER PIC X(10) VALUE "EMPLOYE : ".
           05 WRN-EMPLOYEID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRN-NOM-COMPLET.
               10 WRN-PRENOM PIC X(10).
               10 WRN-NOM PIC X(10).

       01  WS-RPT-DEPT-LINE.
           05 FILLER PIC X(14) VALUE "DEPARTEMENT : ".
           05 WRD-DEPARTEMENT PIC X(30).

       01  WS-RPT-COLONNES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "   HISTORIQUE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE " CUMUL ANNUEL".

       01  WS-RPT-CHIFFRE-LINE.
           05 WRC-LIBELLE PIC X(20).
           05 WRC-HISTO PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WRC-CUMUL PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WRC-ECART PIC X(5).

       01  WS-RPT-ETAT-LINE.
           05 FILLER PIC X(7) VALUE "ETAT : ".
           05 WRE-ETAT PIC X(50).

       01  WS-RPT-TOTAL-LINE.
           05 WRL-LIBELLE PIC X(40).
           05 WRL-VALEUR PIC ZZZZZZZZZ9.99.

       *>CHIFFRES DU CUMUL ANNUEL POUR L'ATTESTATION EN COURS
       01  WS-YTD-HEURES PIC 9(6).
       01  WS-YTD-BRUT PIC 9(8)V99.
       01  WS-YTD-NB-PERIODES PIC 9(4).
       01  WS-YTD-NB-SUP PIC 9(4).
       01  WS-YTD-SW PIC X VALUE "N".
           88 CUMUL-PRESENT VALUE "Y".
           88 CUMUL-ABSENT VALUE "N".

       01  WS-JRN-RESUME.
           05 FILLER PIC X(14) VALUE "ATTESTATIONS: ".
           05 WJR-ATTESTATIONS PIC 9(5).
           05 FILLER PIC X(9) VALUE " ECARTS: ".
           05 WJR-ECARTS PIC 9(5).
           05 FILLER PIC X(12) VALUE " ARCHIVES: ".
           05 WJR-ARCHIVES PIC 9(5).
           05 FILLER PIC X(7) VALUE " BRUT: ".
           05 WJR-BRUT PIC 9(10)V99.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE SECTION.

           PERFORM 1050-GET-CURRENT-DATE.
           PERFORM 1100-READ-PARAMETRES.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-TOTALISER-HISTORIQUE.
           PERFORM 2100-COMPLETER-NOMS.
           PERFORM 2200-EDITER-ATTESTATIONS.
           PERFORM 2400-EDITER-SANS-CUMUL.
           PERFORM 2900-WRITE-TOTAUX.
           IF MODE-CLOTURE
               PERFORM 2950-ECRIRE-JOURNAL
           END-IF.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.

       1000-OPEN-FILES SECTION.
           OPEN-FILES-START.

           OPEN INPUT FICHE-HIST.
           IF WS-FICHE-HIST-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture de l'historique "
                   "de paie."
               DISPLAY "Le code erreur est : " WS-FICHE-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>L'ARCHIVE DE L'ANNEE NE S'ECRIT QU'UNE FOIS : SI ELLE
           *>EXISTE, ELLE TIENT LIEU DE CUMUL ANNUEL POUR LA REEDITION
           STRING "EMPYTD." DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               INTO WS-ARCHIVE-NOM
           END-STRING.
           OPEN INPUT FICHE-YTD-ARCH.
           IF WS-FICHE-YTD-ARCH-STATUS = "00"
               SET MODE-REEDITION TO TRUE
               DISPLAY "ANNEE " WS-ANNEE " DEJA CLOSE (" WS-ARCHIVE-NOM
                   ") : REEDITION DES ATTESTATIONS SEULEMENT"
           ELSE
               IF WS-FICHE-YTD-ARCH-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture de l'archive "
                       "des cumuls " WS-ARCHIVE-NOM
                   DISPLAY "Le code erreur est : "
                       WS-FICHE-YTD-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MODE-CLOTURE TO TRUE
               PERFORM 1010-OPEN-CLOTURE
           END-IF.

           *>LE FICHIER MAITRE ET L'ARCHIVE DES PURGES NE SERVENT
           *>QU'A REPRENDRE LE NOM
           OPEN INPUT FICHE-EMP.
           IF WS-FICHE-EMP-STATUS = "00"
               SET EMP-MASTER-DISPONIBLE TO TRUE
           ELSE
               SET EMP-MASTER-ABSENT TO TRUE
               IF WS-FICHE-EMP-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture du fichier "
                       "employe."
                   DISPLAY "Le code erreur est : " WS-FICHE-EMP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT FICHE-ARCH.
           IF WS-FICHE-ARCH-STATUS = "00"
               SET EMP-ARCH-DISPONIBLE TO TRUE
           ELSE
               SET EMP-ARCH-ABSENT TO TRUE
               IF WS-FICHE-ARCH-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture de l'archive "
                       "des employes purges."
                   DISPLAY "Le code erreur est : " WS-FICHE-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT ATTEST-RPT.
           IF WS-ATTEST-RPT-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture des attestations."
               DISPLAY "Le code erreur est : " WS-ATTEST-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN-FILES-END.
               EXIT.

       1010-OPEN-CLOTURE SECTION.
           OPEN-CLOTURE-START.

           OPEN I-O FICHE-YTD.
           IF WS-FICHE-YTD-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "de cumul annuel."
               DISPLAY "Le code erreur est : " WS-FICHE-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHE-YTD-ARCH.
           IF WS-FICHE-YTD-ARCH-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture de l'archive "
                   "des cumuls " WS-ARCHIVE-NOM
               DISPLAY "Le code erreur est : "
                   WS-FICHE-YTD-ARCH-STATUS
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

           OPEN-CLOTURE-END.
               EXIT.

       1050-GET-CURRENT-DATE SECTION.
           GET-CURRENT-DATE-START.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           GET-CURRENT-DATE-END.
               EXIT.

       1100-READ-PARAMETRES SECTION.
           READ-PARAMETRES-START.

           OPEN INPUT CLOTURE-PAR.
           IF WS-CLOTURE-PAR-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "de parametres de la cloture."
               DISPLAY "Le code erreur est : " WS-CLOTURE-PAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ CLOTURE-PAR
               AT END
                   DISPLAY "FICHIER DE PARAMETRES VIDE : CLOTURE.PAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CLOTURE-PAR.

           *>ON NE CLOT QU'UNE ANNEE TERMINEE : CLORE L'ANNEE EN COURS
           *>SUPPRIMERAIT DES CUMULS QUE LES PAIES SUIVANTES DE L'ANNEE
           *>RECREERAIENT, ET LA CLOTURE DEJA ARCHIVEE NE POURRAIT PLUS
           *>LES REPRENDRE
           IF CP-ANNEE NOT NUMERIC
               OR CP-ANNEE < 1900
               OR CP-ANNEE NOT < WS-CUR-ANNEE
               DISPLAY "ANNEE INVALIDE DANS CLOTURE.PAR : " CP-ANNEE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CP-ANNEE TO WS-ANNEE.
           DISPLAY "CLOTURE DE L'ANNEE : " WS-ANNEE.

           READ-PARAMETRES-END.
               EXIT.

       2000-TOTALISER-HISTORIQUE SECTION.
           TOTALISER-HISTORIQUE-START.

           PERFORM 2010-READ-HIST.
           PERFORM UNTIL FIN-FICHIER-HIST
               IF HIST-EN-VIGUEUR
                   AND HIST-PERIODE(1:4) = WS-ANNEE
                   PERFORM 2020-CUMULER-LIGNE
               END-IF
               PERFORM 2010-READ-HIST
           END-PERFORM.

           TOTALISER-HISTORIQUE-END.
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

       2020-CUMULER-LIGNE SECTION.
           CUMULER-LIGNE-START.

           MOVE HIST-EMPLOYEID TO YTD-EMPLOYEID.
           PERFORM 2050-CHERCHER-EMPLOYE.
           IF CER-INCONNU
               IF WS-CER-COUNT < 9999
                   ADD 1 TO WS-CER-COUNT
                   SET WS-CER-IDX TO WS-CER-COUNT
                   MOVE HIST-EMPLOYEID TO WS-CER-EMPLOYEID (WS-CER-IDX)
                   MOVE SPACES TO WS-CER-NOM (WS-CER-IDX)
                   MOVE SPACES TO WS-CER-PRENOM (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-HEURES (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-CONGE (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-BRUT (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-NET (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-RAPPEL (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-NB-PERIODES (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-NB-SUP (WS-CER-IDX)
                   SET CER-A-EDITER (WS-CER-IDX) TO TRUE
               ELSE
                   DISPLAY "TABLE DES ATTESTATIONS SATUREE "
                       "(9999 EMPLOYES)."
                   DISPLAY "AUGMENTER WS-CER-ENTRY ET RELANCER."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           *>UNE LIGNE DE RAPPEL N'EST NI UNE PERIODE NI DES HEURES,
           *>COMME DANS LE CUMUL ANNUEL
           IF HIST-RAPPEL
               ADD HIST-BRUT TO WS-CER-RAPPEL (WS-CER-IDX)
           ELSE
               ADD HIST-HEURES TO WS-CER-HEURES (WS-CER-IDX)
               *>LES HEURES DE CONGE PAYE COMPTENT DANS LES HEURES DU
               *>CUMUL ANNUEL (ZONE A BLANC AVANT LES CONGES)
               IF HIST-HEURES-CONGE NUMERIC
                   ADD HIST-HEURES-CONGE TO WS-CER-HEURES (WS-CER-IDX)
                   ADD HIST-HEURES-CONGE TO WS-CER-CONGE (WS-CER-IDX)
               END-IF
               ADD 1 TO WS-CER-NB-PERIODES (WS-CER-IDX)
               IF HIST-HEURES > 35
                   ADD 1 TO WS-CER-NB-SUP (WS-CER-IDX)
               END-IF
               MOVE HIST-DEPARTEMENT
                   TO WS-CER-DEPARTEMENT (WS-CER-IDX)
           END-IF.
           ADD HIST-BRUT TO WS-CER-BRUT (WS-CER-IDX).
           ADD HIST-NET TO WS-CER-NET (WS-CER-IDX).
           *>LA PRIME D'ANCIENNETE EST CUMULEE AVEC LE BRUT DE L'ANNEE
           *>(ZONE A BLANC AVANT LA PRIME)
           IF HIST-PRIME-ANC NUMERIC
               ADD HIST-PRIME-ANC TO WS-CER-BRUT (WS-CER-IDX)
           END-IF.

           CUMULER-LIGNE-END.
               EXIT.

       2050-CHERCHER-EMPLOYE SECTION.
           CHERCHER-EMPLOYE-START.

           *>RECHERCHE SUR YTD-EMPLOYEID, POSITIONNE PAR L'APPELANT
           SET CER-INCONNU TO TRUE.
           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX > WS-CER-COUNT
               IF WS-CER-EMPLOYEID (WS-CER-IDX) = YTD-EMPLOYEID
                   SET CER-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           CHERCHER-EMPLOYE-END.
               EXIT.

       2100-COMPLETER-NOMS SECTION.
           COMPLETER-NOMS-START.

           *>LES EMPLOYES PURGES NE SONT PLUS AU FICHIER MAITRE :
           *>LEUR NOM EST REPRIS DE L'ARCHIVE DES PURGES
           IF EMP-ARCH-ABSENT
               GO TO COMPLETER-NOMS-END
           END-IF.

           PERFORM 2110-READ-ARCH.
           PERFORM UNTIL FIN-FICHIER-ARCH
               MOVE ARCH-EMPLOYEID TO YTD-EMPLOYEID
               PERFORM 2050-CHERCHER-EMPLOYE
               IF CER-TROUVE
                   MOVE ARCH-NOM TO WS-CER-NOM (WS-CER-IDX)
                   MOVE ARCH-PRENOM TO WS-CER-PRENOM (WS-CER-IDX)
               END-IF
               PERFORM 2110-READ-ARCH
           END-PERFORM.

           COMPLETER-NOMS-END.
               EXIT.

       2110-READ-ARCH SECTION.
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

       2200-EDITER-ATTESTATIONS SECTION.
           EDITER-ATTESTATIONS-START.

           *>LES CUMULS SONT LUS DANS L'ORDRE DES EMPLOYEID : DEPUIS
           *>EMPYTD.DAT A LA CLOTURE, DEPUIS L'ARCHIVE A LA REEDITION
           IF MODE-CLOTURE
               MOVE ZERO TO YTD-EMPLOYEID
               START FICHE-YTD KEY IS NOT LESS THAN YTD-EMPLOYEID
                   INVALID KEY
                       SET FIN-FICHIER-YTD TO TRUE
               END-START
           END-IF.

           IF NOT FIN-FICHIER-YTD
               PERFORM 2210-READ-CUMUL
           END-IF.

           PERFORM UNTIL FIN-FICHIER-YTD
               EVALUATE TRUE
                   WHEN YTD-ANNEE = WS-ANNEE
                       PERFORM 2300-EDITER-AVEC-CUMUL
                       IF MODE-CLOTURE
                           PERFORM 2250-ARCHIVER-CUMUL
                       END-IF
                   WHEN YTD-ANNEE < WS-ANNEE
                       *>CUMUL D'UN EMPLOYE NON PAYE DEPUIS UNE ANNEE
                       *>JAMAIS CLOSE : ARCHIVE AVEC SA PROPRE ANNEE
                       IF MODE-CLOTURE
                           ADD 1 TO WS-CNT-ANTERIEURS
                           PERFORM 2250-ARCHIVER-CUMUL
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-CNT-POSTERIEURS
               END-EVALUATE
               PERFORM 2210-READ-CUMUL
           END-PERFORM.

           EDITER-ATTESTATIONS-END.
               EXIT.

       2210-READ-CUMUL SECTION.
           READ-CUMUL-START.

           IF MODE-REEDITION
               READ FICHE-YTD-ARCH
                   AT END
                       SET FIN-FICHIER-YTD TO TRUE
                   NOT AT END
                       MOVE FS-BUF-YTD-ARCH TO EMPYTD-RECORD
               END-READ
           ELSE
               READ FICHE-YTD NEXT
                   AT END
                       SET FIN-FICHIER-YTD TO TRUE
                   NOT AT END
                       IF WS-FICHE-YTD-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-YTD-STATUS
                       END-IF
               END-READ
           END-IF.

           READ-CUMUL-END.
               EXIT.

       2250-ARCHIVER-CUMUL SECTION.
           ARCHIVER-CUMUL-START.

           *>L'ENREGISTREMENT N'EST SUPPRIME QU'UNE FOIS RECOPIE
           MOVE EMPYTD-RECORD TO FS-BUF-YTD-ARCH.
           WRITE FS-BUF-YTD-ARCH.
           IF WS-FICHE-YTD-ARCH-STATUS NOT = "00"
               DISPLAY "ECRITURE DE L'ARCHIVE REFUSEE POUR "
                   "EMPLOYEID : " YTD-EMPLOYEID
               DISPLAY "Le code erreur est : " WS-FICHE-YTD-ARCH-STATUS
               DISPLAY "CLOTURE INTERROMPUE : SUPPRIMER "
                   WS-ARCHIVE-NOM " ET RELANCER."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DELETE FICHE-YTD
               INVALID KEY
                   ADD 1 TO WS-CNT-ERREURS
                   DISPLAY "SUPPRESSION DU CUMUL REFUSEE POUR "
                       "EMPLOYEID : " YTD-EMPLOYEID
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-ARCHIVES
           END-DELETE.

           ARCHIVER-CUMUL-END.
               EXIT.

       2300-EDITER-AVEC-CUMUL SECTION.
           EDITER-AVEC-CUMUL-START.

           SET CUMUL-PRESENT TO TRUE.
           MOVE YTD-HEURES-CUMUL TO WS-YTD-HEURES.
           MOVE YTD-BRUT-CUMUL TO WS-YTD-BRUT.
           MOVE YTD-NB-PERIODES TO WS-YTD-NB-PERIODES.
           MOVE YTD-NB-PERIODES-SUP TO WS-YTD-NB-SUP.

           PERFORM 2050-CHERCHER-EMPLOYE.
           IF CER-INCONNU
               *>UN CUMUL SANS AUCUNE LIGNE D'HISTORIQUE : ON L'EDITE
               *>QUAND MEME SUR UNE ENTREE VIERGE, POUR LE SIGNALER
               ADD 1 TO WS-CNT-SANS-HISTO
               IF WS-CER-COUNT < 9999
                   ADD 1 TO WS-CER-COUNT
                   SET WS-CER-IDX TO WS-CER-COUNT
                   MOVE YTD-EMPLOYEID TO WS-CER-EMPLOYEID (WS-CER-IDX)
                   MOVE SPACES TO WS-CER-NOM (WS-CER-IDX)
                   MOVE SPACES TO WS-CER-PRENOM (WS-CER-IDX)
                   MOVE SPACES TO WS-CER-DEPARTEMENT (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-HEURES (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-CONGE (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-BRUT (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-NET (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-RAPPEL (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-NB-PERIODES (WS-CER-IDX)
                   MOVE ZERO TO WS-CER-NB-SUP (WS-CER-IDX)
               ELSE
                   DISPLAY "TABLE DES ATTESTATIONS SATUREE "
                       "(9999 EMPLOYES)."
                   DISPLAY "AUGMENTER WS-CER-ENTRY ET RELANCER."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 2500-WRITE-ATTESTATION.

           EDITER-AVEC-CUMUL-END.
               EXIT.

       2400-EDITER-SANS-CUMUL SECTION.
           EDITER-SANS-CUMUL-START.

           *>EMPLOYES PAYES DANS L'ANNEE SANS CUMUL A LEUR NOM
           SET CUMUL-ABSENT TO TRUE.
           MOVE ZERO TO WS-YTD-HEURES.
           MOVE ZERO TO WS-YTD-BRUT.
           MOVE ZERO TO WS-YTD-NB-PERIODES.
           MOVE ZERO TO WS-YTD-NB-SUP.

           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX > WS-CER-COUNT
               IF CER-A-EDITER (WS-CER-IDX)
                   ADD 1 TO WS-CNT-SANS-CUMUL
                   PERFORM 2500-WRITE-ATTESTATION
               END-IF
           END-PERFORM.

           EDITER-SANS-CUMUL-END.
               EXIT.

       2500-WRITE-ATTESTATION SECTION.
           WRITE-ATTESTATION-START.

           SET CER-EDITEE (WS-CER-IDX) TO TRUE.
           ADD 1 TO WS-CNT-ATTESTATIONS.
           ADD WS-CER-BRUT (WS-CER-IDX) TO WS-SUM-BRUT.
           ADD WS-CER-NET (WS-CER-IDX) TO WS-SUM-NET.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-ANNEE TO WRT-ANNEE.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-TITLE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE WS-CER-EMPLOYEID (WS-CER-IDX) TO WRN-EMPLOYEID.
           MOVE WS-CER-PRENOM (WS-CER-IDX) TO WRN-PRENOM.
           MOVE WS-CER-NOM (WS-CER-IDX) TO WRN-NOM.
           IF EMP-MASTER-DISPONIBLE
               MOVE WS-CER-EMPLOYEID (WS-CER-IDX) TO EMPLOYEID
               READ FICHE-EMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRENOM TO WRN-PRENOM
                       MOVE NOM TO WRN-NOM
               END-READ
           END-IF.
           IF WRN-NOM-COMPLET = SPACES
               MOVE "NOM INCONNU" TO WRN-NOM-COMPLET
           END-IF.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-NOM-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE WS-CER-DEPARTEMENT (WS-CER-IDX) TO WRD-DEPARTEMENT.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-DEPT-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-COLONNES TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           *>SEULS HEURES, BRUT, PERIODES ET PERIODES AVEC HEURES
           *>SUPPLEMENTAIRES FIGURENT AUX DEUX SOURCES ; CONGES, NET,
           *>RETENUES ET RAPPELS NE SONT CONNUS QUE DE L'HISTORIQUE
           SET CHIFFRES-CONCORDANTS TO TRUE.

           MOVE "HEURES" TO WRC-LIBELLE.
           MOVE WS-CER-HEURES (WS-CER-IDX) TO WRC-HISTO.
           MOVE WS-YTD-HEURES TO WRC-CUMUL.
           IF WS-CER-HEURES (WS-CER-IDX) = WS-YTD-HEURES
               MOVE SPACES TO WRC-ECART
           ELSE
               MOVE "ECART" TO WRC-ECART
               SET CHIFFRES-DISCORDANTS TO TRUE
           END-IF.
           PERFORM 2510-WRITE-CHIFFRE.

           MOVE "DONT CONGES PAYES" TO WRC-LIBELLE.
           MOVE WS-CER-CONGE (WS-CER-IDX) TO WRC-HISTO.
           PERFORM 2520-WRITE-HISTO-SEUL.

           MOVE "SALAIRE BRUT" TO WRC-LIBELLE.
           MOVE WS-CER-BRUT (WS-CER-IDX) TO WRC-HISTO.
           MOVE WS-YTD-BRUT TO WRC-CUMUL.
           IF WS-CER-BRUT (WS-CER-IDX) = WS-YTD-BRUT
               MOVE SPACES TO WRC-ECART
           ELSE
               MOVE "ECART" TO WRC-ECART
               SET CHIFFRES-DISCORDANTS TO TRUE
           END-IF.
           PERFORM 2510-WRITE-CHIFFRE.

           MOVE "DONT RAPPELS" TO WRC-LIBELLE.
           MOVE WS-CER-RAPPEL (WS-CER-IDX) TO WRC-HISTO.
           PERFORM 2520-WRITE-HISTO-SEUL.

           COMPUTE WS-RETENUES = WS-CER-BRUT (WS-CER-IDX)
               - WS-CER-NET (WS-CER-IDX).
           MOVE "RETENUES" TO WRC-LIBELLE.
           MOVE WS-RETENUES TO WRC-HISTO.
           PERFORM 2520-WRITE-HISTO-SEUL.

           MOVE "SALAIRE NET" TO WRC-LIBELLE.
           MOVE WS-CER-NET (WS-CER-IDX) TO WRC-HISTO.
           PERFORM 2520-WRITE-HISTO-SEUL.

           MOVE "PERIODES PAYEES" TO WRC-LIBELLE.
           MOVE WS-CER-NB-PERIODES (WS-CER-IDX) TO WRC-HISTO.
           MOVE WS-YTD-NB-PERIODES TO WRC-CUMUL.
           IF WS-CER-NB-PERIODES (WS-CER-IDX) = WS-YTD-NB-PERIODES
               MOVE SPACES TO WRC-ECART
           ELSE
               MOVE "ECART" TO WRC-ECART
               SET CHIFFRES-DISCORDANTS TO TRUE
           END-IF.
           PERFORM 2510-WRITE-CHIFFRE.

           MOVE "PERIODES > 35 H" TO WRC-LIBELLE.
           MOVE WS-CER-NB-SUP (WS-CER-IDX) TO WRC-HISTO.
           MOVE WS-YTD-NB-SUP TO WRC-CUMUL.
           IF WS-CER-NB-SUP (WS-CER-IDX) = WS-YTD-NB-SUP
               MOVE SPACES TO WRC-ECART
           ELSE
               MOVE "ECART" TO WRC-ECART
               SET CHIFFRES-DISCORDANTS TO TRUE
           END-IF.
           PERFORM 2510-WRITE-CHIFFRE.

           EVALUATE TRUE
               WHEN CUMUL-ABSENT
                   MOVE "*** CUMUL ANNUEL ABSENT ***" TO WRE-ETAT
                   ADD 1 TO WS-CNT-ECARTS
               WHEN CHIFFRES-DISCORDANTS
                   MOVE "*** ECART ENTRE HISTORIQUE ET CUMUL ANNUEL ***"
                       TO WRE-ETAT
                   ADD 1 TO WS-CNT-ECARTS
               WHEN OTHER
                   MOVE "CONCORDANT" TO WRE-ETAT
           END-EVALUATE.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-ETAT-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-ATTESTATION-END.
               EXIT.

       2510-WRITE-CHIFFRE SECTION.
           WRITE-CHIFFRE-START.

           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-CHIFFRE-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-CHIFFRE-END.
               EXIT.

       2520-WRITE-HISTO-SEUL SECTION.
           WRITE-HISTO-SEUL-START.

           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-RPT-CHIFFRE-LINE TO FS-BUF-RPT.
           MOVE SPACES TO FS-BUF-RPT(38:).
           WRITE FS-BUF-RPT.

           WRITE-HISTO-SEUL-END.
               EXIT.

       2900-WRITE-TOTAUX SECTION.
           WRITE-TOTAUX-START.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE "ATTESTATIONS EDITEES" TO WRL-LIBELLE.
           MOVE WS-CNT-ATTESTATIONS TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.
           MOVE "ATTESTATIONS EN ECART" TO WRL-LIBELLE.
           MOVE WS-CNT-ECARTS TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.
           MOVE "TOTAL SALAIRE BRUT" TO WRL-LIBELLE.
           MOVE WS-SUM-BRUT TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.
           MOVE "TOTAL SALAIRE NET" TO WRL-LIBELLE.
           MOVE WS-SUM-NET TO WRL-VALEUR.
           PERFORM 2910-WRITE-TOTAL.

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
           MOVE "YEAR-CLOSE" TO JRN-PROGRAMME.
           MOVE "Y" TO JRN-CODE-TRANS.
           MOVE SPACES TO JRN-CLE.
           STRING "CLOTURE " DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               INTO JRN-CLE
           END-STRING.
           MOVE SPACES TO JRN-AVANT.
           MOVE WS-ARCHIVE-NOM TO JRN-AVANT.
           MOVE WS-CNT-ATTESTATIONS TO WJR-ATTESTATIONS.
           MOVE WS-CNT-ECARTS TO WJR-ECARTS.
           MOVE WS-CNT-ARCHIVES TO WJR-ARCHIVES.
           MOVE WS-SUM-BRUT TO WJR-BRUT.
           MOVE SPACES TO JRN-APRES.
           MOVE WS-JRN-RESUME TO JRN-APRES.

           WRITE JOURNAL-RECORD.
           IF WS-FICHE-JRN-STATUS NOT = "00"
               DISPLAY "ECRITURE JOURNAL REFUSEE POUR LA CLOTURE : "
                   WS-ANNEE
               DISPLAY "Le code erreur est : " WS-FICHE-JRN-STATUS
           END-IF.

           ECRIRE-JOURNAL-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

           DISPLAY "ATTESTATIONS EDITEES : " WS-CNT-ATTESTATIONS.
           DISPLAY "ATTESTATIONS EN ECART : " WS-CNT-ECARTS.
           DISPLAY "  DONT SANS CUMUL ANNUEL : " WS-CNT-SANS-CUMUL.
           DISPLAY "  DONT SANS HISTORIQUE : " WS-CNT-SANS-HISTO.
           IF MODE-CLOTURE
               DISPLAY "CUMULS ARCHIVES DANS " WS-ARCHIVE-NOM " : "
                   WS-CNT-ARCHIVES
               DISPLAY "  DONT ANNEES ANTERIEURES : " WS-CNT-ANTERIEURS
               DISPLAY "CUMULS D'UNE ANNEE POSTERIEURE CONSERVES : "
                   WS-CNT-POSTERIEURS
               DISPLAY "SUPPRESSIONS REFUSEES : " WS-CNT-ERREURS
           END-IF.

           CLOSE FICHE-HIST.
           CLOSE FICHE-YTD-ARCH.
           CLOSE ATTEST-RPT.
           IF MODE-CLOTURE
               CLOSE FICHE-YTD
               CLOSE FICHE-JRN
           END-IF.
           IF EMP-MASTER-DISPONIBLE
               CLOSE FICHE-EMP
           END-IF.
           IF EMP-ARCH-DISPONIBLE
               CLOSE FICHE-ARCH
           END-IF.

           IF WS-CNT-ERREURS > 0
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CNT-ECARTS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE-FILE-END.
               EXIT.

       9999-FIN-PROGRAMME.
      *>---------------------------------------------------------------
       STOP RUN.
       END PROGRAM YEAR-CLOSE.
