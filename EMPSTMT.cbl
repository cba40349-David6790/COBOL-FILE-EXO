      *> periode de fin YYYYMM sur 6). Le releve s'ecrit dans
      *> RELEVE.DAT ; le nom de l'employe est repris de FICHEMP.DAT
      *> quand il y figure encore, l'historique survivant a la purge
      *> du fichier maitre. Un rappel de salaire verse avec une
      *> periode figure sur sa propre ligne, de nature RAPPEL ; il
      *> entre dans les totaux de brut et de net mais ne compte ni
      *> comme periode ni en heures. La prime d'anciennete de chaque
      *> periode a sa propre colonne : elle s'ajoute au brut, le net
      *> la comprenant deja.
      *> Les lignes annulees par PAY-REVERSAL ne sont pas editees.
      *> Chaque periode montre ses heures de conge paye et d'absence
      *> (non payee ou maladie) ; le releve se termine par le total
      *> des conges pris et le solde de conges restant, repris de
      *> CONGES.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS EMPLOYEID
           FILE STATUS IS WS-FICHE-EMP-STATUS.

           SELECT FICHE-CONGE ASSIGN TO "CONGES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CG-EMPLOYEID
           FILE STATUS IS WS-FICHE-CONGE-STATUS.

           SELECT RELEVE-RPT ASSIGN TO "RELEVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEVE-RPT-STATUS.
       FD  FICHE-EMP.
           COPY EMPDETAILS.

       FD  FICHE-CONGE.
           COPY CONGE.

       FD  RELEVE-RPT.
       01  FS-BUF-RPT PIC X(132).

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
       01  WS-FICHE-HIST-STATUS PIC X(2).
       01  WS-FICHE-EMP-STATUS PIC X(2).
       01  WS-RELEVE-RPT-STATUS PIC X(2).
       01  WS-FICHE-CONGE-STATUS PIC X(2).

       01  WS-CONGE-SW PIC X VALUE "N".
           88 CONGE-DISPONIBLE VALUE "Y".
           88 CONGE-ABSENT VALUE "N".

       01  WS-EMP-MASTER-SW PIC X VALUE "N".
           88 EMP-MASTER-DISPONIBLE VALUE "Y".
           88 EMP-MASTER-ABSENT VALUE "N".

       01  WS-CNT-PERIODES PIC 9(5) VALUE 0.
       01  WS-CNT-RAPPELS PIC 9(5) VALUE 0.
       01  WS-SUM-HEURES PIC 9(6) VALUE 0.
       01  WS-SUM-BRUT PIC 9(8)V99 VALUE 0.
       01  WS-SUM-NET PIC 9(8)V99 VALUE 0.
       01  WS-SUM-PRIME-ANC PIC 9(8)V99 VALUE 0.
       01  WS-PRIME-ANC PIC 9(6)V99.
       01  WS-SUM-CONGE PIC 9(6) VALUE 0.
       01  WS-SUM-ABSENCE PIC 9(6) VALUE 0.
       01  WS-HEURES-CONGE PIC 9(3).
       01  WS-HEURES-ABSENCE PIC 9(4).

       01  WS-STARS-FILLER PIC X(132) VALUE ALL "*".

       01  WS-RPT-TITLE.
           05 FILLER PIC X(25) VALUE "RELEVE DE PAIE - EMPLOYE ".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "BRUT".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PRIME".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "NET".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "DEPARTEMENT".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "NATURE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "CONGES".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ABSENCES".

       01  WS-DETAIL-LINE.
           05 WDL-PERIODE PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WDL-BRUT PIC ZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WDL-PRIME-ANC PIC ZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WDL-NET PIC ZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WDL-DEPARTEMENT PIC X(30).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WDL-NATURE PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WDL-CONGE PIC ZZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WDL-ABSENCE PIC ZZZZZ9.

       01  WS-TOTAL-LINE.
           05 FILLER PIC X(9) VALUE "TOTAUX : ".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "NET : ".
           05 WTL-NET PIC ZZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "PRIME ANC. : ".
           05 WTL-PRIME-ANC PIC ZZZZZZ9.99.

       01  WS-CONGE-LINE.
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "CONGES PAYES PRIS (H) : ".
           05 WCL-PRIS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "ABSENCES (H) : ".
           05 WCL-ABSENCE PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "SOLDE DE CONGES (H) : ".
           05 WCL-SOLDE PIC ZZZZ9.99.
           05 WCL-SOLDE-X REDEFINES WCL-SOLDE PIC X(8).

       PROCEDURE DIVISION.

               END-IF
           END-IF.

           *>SANS CONGES.DAT, LE SOLDE RESTANT N'EST PAS CONNU
           OPEN INPUT FICHE-CONGE.
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

           OPEN OUTPUT RELEVE-RPT.
           IF WS-RELEVE-RPT-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture du releve."

           PERFORM UNTIL FIN-FICHIER-HIST
               IF HIST-EMPLOYEID = RP-EMPLOYEID
                   AND HIST-EN-VIGUEUR
                   AND HIST-PERIODE NOT < RP-PERIODE-DEBUT
                   AND HIST-PERIODE NOT > RP-PERIODE-FIN
                   PERFORM 2100-WRITE-PERIODE
               PERFORM 2010-READ-HIST
           END-PERFORM.

           IF WS-CNT-PERIODES = 0 AND WS-CNT-RAPPELS = 0
               MOVE "AUCUNE PERIODE DANS L'HISTORIQUE POUR CES CRITERES"
                   TO FS-BUF-RPT
               WRITE FS-BUF-RPT
       2100-WRITE-PERIODE SECTION.
           WRITE-PERIODE-START.

           *>UNE LIGNE DE RAPPEL N'EST PAS UNE PERIODE TRAVAILLEE :
           *>SEULS SON BRUT ET SON NET ENTRENT DANS LES TOTAUX
           *>LES ZONES D'ABSENCE ET DE PRIME SONT A BLANC SUR LES
           *>LIGNES ECRITES AVANT LEUR AJOUT : ELLES COMPTENT POUR ZERO
           MOVE ZERO TO WS-HEURES-CONGE.
           MOVE ZERO TO WS-HEURES-ABSENCE.
           MOVE ZERO TO WS-PRIME-ANC.
           IF HIST-HEURES-CONGE NUMERIC
               MOVE HIST-HEURES-CONGE TO WS-HEURES-CONGE
           END-IF.
           IF HIST-HEURES-ABSENCE NUMERIC
               ADD HIST-HEURES-ABSENCE TO WS-HEURES-ABSENCE
           END-IF.
           IF HIST-HEURES-MALADIE NUMERIC
               ADD HIST-HEURES-MALADIE TO WS-HEURES-ABSENCE
           END-IF.
           IF HIST-PRIME-ANC NUMERIC
               MOVE HIST-PRIME-ANC TO WS-PRIME-ANC
           END-IF.

           IF HIST-RAPPEL
               ADD 1 TO WS-CNT-RAPPELS
               MOVE "RAPPEL" TO WDL-NATURE
           ELSE
               ADD 1 TO WS-CNT-PERIODES
               ADD HIST-HEURES TO WS-SUM-HEURES
               ADD WS-HEURES-CONGE TO WS-SUM-CONGE
               ADD WS-HEURES-ABSENCE TO WS-SUM-ABSENCE
               MOVE "PAIE" TO WDL-NATURE
           END-IF.
           ADD HIST-BRUT TO WS-SUM-BRUT.
           ADD HIST-NET TO WS-SUM-NET.
           ADD WS-PRIME-ANC TO WS-SUM-PRIME-ANC.

           MOVE HIST-PERIODE TO WDL-PERIODE.
           MOVE HIST-HEURES TO WDL-HEURES.
           MOVE HIST-SALAIRE TO WDL-SALAIRE.
           MOVE HIST-BRUT TO WDL-BRUT.
           MOVE WS-PRIME-ANC TO WDL-PRIME-ANC.
           MOVE HIST-NET TO WDL-NET.
           MOVE HIST-DEPARTEMENT TO WDL-DEPARTEMENT.
           MOVE WS-HEURES-CONGE TO WDL-CONGE.
           MOVE WS-HEURES-ABSENCE TO WDL-ABSENCE.
           MOVE WS-DETAIL-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           MOVE WS-SUM-HEURES TO WTL-HEURES.
           MOVE WS-SUM-BRUT TO WTL-BRUT.
           MOVE WS-SUM-NET TO WTL-NET.
           MOVE WS-SUM-PRIME-ANC TO WTL-PRIME-ANC.
           MOVE WS-TOTAL-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           *>LE SOLDE EST CELUI DU JOUR, QUELLES QUE SOIENT LES
           *>PERIODES DEMANDEES
           MOVE WS-SUM-CONGE TO WCL-PRIS.
           MOVE WS-SUM-ABSENCE TO WCL-ABSENCE.
           MOVE "INCONNU" TO WCL-SOLDE-X.
           IF CONGE-DISPONIBLE
               MOVE RP-EMPLOYEID TO CG-EMPLOYEID
               READ FICHE-CONGE
                   INVALID KEY
                       MOVE ZERO TO WCL-SOLDE
                   NOT INVALID KEY
                       MOVE CG-SOLDE TO WCL-SOLDE
               END-READ
           END-IF.
           MOVE SPACES TO FS-BUF-RPT.
           MOVE WS-CONGE-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-TOTAUX-END.
               EXIT.

           CLOSE-FILE-START.

           DISPLAY "PERIODES EDITEES : " WS-CNT-PERIODES.
           DISPLAY "LIGNES DE RAPPEL EDITEES : " WS-CNT-RAPPELS.

           CLOSE RELEVE-PAR.
           CLOSE FICHE-HIST.
           IF EMP-MASTER-DISPONIBLE
               CLOSE FICHE-EMP
           END-IF.
           IF CONGE-DISPONIBLE
               CLOSE FICHE-CONGE
           END-IF.

           CLOSE-FILE-END.
               EXIT.
