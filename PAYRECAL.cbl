       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-RECALL.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 18/01/24.
       DATE-COMPILED.
       SECURITY. Standard.

      *> Calcule les rappels de salaire dus aux changements de taux
      *> retroactifs. EMP-MAINT note dans EMPRETRO.DAT chaque
      *> transaction "C" appliquee avec une date d'effet passee ;
      *> chaque periode de l'historique EMPHIST.DAT payee depuis le
      *> mois de cette date d'effet, jusqu'au mois de saisie du
      *> changement, a un autre taux que le nouveau est recalculee
      *> au nouveau taux avec la meme regle d'heures supplementaires
      *> que FILE-CONVERT (35 heures au taux normal, au-dela a
      *> 150 %). La prime d'anciennete de la periode, proportionnelle
      *> au taux horaire, est reprise au nouveau taux dans le meme
      *> ecart. L'etat des ecarts par employe et par periode
      *> s'ecrit dans RAPPELDIF.DAT ; le total positif de chaque
      *> employe s'ajoute a RAPPELS.DAT, que le FILE-CONVERT suivant
      *> verse comme une ligne de rappel distincte. Un total negatif
      *> (trop-percu) est signale sur l'etat sans etre repris
      *> automatiquement. EMPRETRO.DAT est vide en fin de passage.
      *> Une periode deja couverte par un rappel anterieur (ligne de
      *> rappel de l'historique, ou rappel encore en attente dans
      *> RAPPELS.DAT) est consideree comme payee au taux de ce
      *> rappel, pour ne jamais verser deux fois le meme ecart.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FICHE-RETRO ASSIGN TO "EMPRETRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-RETRO-STATUS.

           SELECT FICHE-HIST ASSIGN TO "EMPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-HIST-STATUS.

           SELECT FICHE-EMP ASSIGN TO "FICHEMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMPLOYEID
           FILE STATUS IS WS-FICHE-EMP-STATUS.

           SELECT FICHE-RAPPEL ASSIGN TO "RAPPELS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-RAPPEL-STATUS.

           SELECT RAPPEL-RPT ASSIGN TO "RAPPELDIF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAPPEL-RPT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SRTRAPPL.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  FICHE-RETRO.
           COPY EMPRETRO.

       FD  FICHE-HIST.
           COPY EMPHIST.

       FD  FICHE-EMP.
           COPY EMPDETAILS.

       FD  FICHE-RAPPEL.
           COPY RAPPEL.

       FD  RAPPEL-RPT.
       01  FS-BUF-RPT PIC X(132).

       SD  SORT-WORK.
       01  SD-ECART-RECORD.
           05 SD-EMPLOYEID PIC 9(7).
           05 SD-PERIODE PIC 9(6).
           05 SD-HEURES PIC 9(3).
           05 SD-ANCIEN-TAUX PIC 9(4)V99.
           05 SD-NOUVEAU-TAUX PIC 9(4)V99.
           05 SD-BRUT-VERSE PIC 9(6)V99.
           05 SD-BRUT-RECALCULE PIC 9(6)V99.
           05 SD-PRIME-ECART PIC S9(6)V99.
           05 SD-ECART PIC S9(6)V99.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-RETRO VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-HIST VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-HIST-RAPPELS VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-RAPPEL VALUE X"01" THRU X"FF".
       01  WS-FICHE-RETRO-STATUS PIC X(2).
       01  WS-FICHE-HIST-STATUS PIC X(2).
       01  WS-FICHE-EMP-STATUS PIC X(2).
       01  WS-FICHE-RAPPEL-STATUS PIC X(2).
       01  WS-RAPPEL-RPT-STATUS PIC X(2).

       01  WS-RETRO-SW PIC X VALUE "N".
           88 RETRO-DISPONIBLE VALUE "Y".
           88 RETRO-ABSENT VALUE "N".
       01  WS-HIST-SW PIC X VALUE "N".
           88 HIST-DISPONIBLE VALUE "Y".
           88 HIST-ABSENT VALUE "N".
       01  WS-EMP-MASTER-SW PIC X VALUE "N".
           88 EMP-MASTER-DISPONIBLE VALUE "Y".
           88 EMP-MASTER-ABSENT VALUE "N".

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88 SORT-FIN VALUE "Y".

       01  WS-CURRENT-DATE.
           05 WS-CUR-ANNEE PIC 9(4).
           05 WS-CUR-MOIS PIC 9(2).
           05 WS-CUR-JOUR PIC 9(2).

       *>CHANGEMENTS RETROACTIFS NOTES PAR EMP-MAINT DEPUIS LE
       *>DERNIER PASSAGE ; PLUSIEURS CHANGEMENTS D'UN MEME EMPLOYE
       *>SE DEPARTAGENT PAR LA DATE D'EFFET LA PLUS RECENTE
       01  WS-RETRO-TABLE.
           05 WS-RETRO-COUNT PIC 9(4) VALUE 0.
           05 WS-RETRO-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-RETRO-IDX.
               10 WS-RET-EMPLOYEID PIC 9(7).
               10 WS-RET-DATE-EFFET PIC 9(8).
               10 WS-RET-PERIODE-EFFET PIC 9(6).
               10 WS-RET-PERIODE-SAISIE PIC 9(6).
               10 WS-RET-SALAIRE PIC 9(4)V99.

       01  WS-CHOIX PIC 9(4) VALUE 0.

       *>RAPPELS DEJA CALCULES : LIGNES "R" DE L'HISTORIQUE PUIS
       *>RAPPELS EN ATTENTE DE VERSEMENT, DANS L'ORDRE CHRONOLOGIQUE ;
       *>LE DERNIER QUI COUVRE UNE PERIODE DONNE SON TAUX DE PAIE
       01  WS-DEJA-TABLE.
           05 WS-DEJA-COUNT PIC 9(4) VALUE 0.
           05 WS-DEJA-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-DEJA-IDX.
               10 WS-DEJA-EMPLOYEID PIC 9(7).
               10 WS-DEJA-DEBUT PIC 9(6).
               10 WS-DEJA-FIN PIC 9(6).
               10 WS-DEJA-SALAIRE PIC 9(4)V99.

       01  WS-DEJA-CHOIX PIC 9(4) VALUE 0.
       01  WS-TAUX-VERSE PIC 9(4)V99.
       01  WS-BRUT-VERSE PIC 9(6)V99.
       01  WS-TAUX-CALCUL PIC 9(4)V99.
       01  WS-BRUT-CALCUL PIC 9(6)V99.
       01  WS-CALCUL-SW PIC X VALUE "N".
           88 CALCUL-HORS-LIMITE VALUE "Y".
           88 CALCUL-OK VALUE "N".

       01  WS-NOUVEAU-TAUX PIC 9(4)V99.
       01  WS-HEURES-SUP PIC 9(3).
       01  WS-HEURES-CONGE PIC 9(3).
       01  WS-CNT-DEJA-RAPPELES PIC 9(5) VALUE 0.
       01  WS-BRUT-RECALCULE PIC 9(6)V99.
       01  WS-ECART PIC S9(6)V99.
       01  WS-PRIME-ECART PIC S9(6)V99.

       01  WS-CURRENT-EMP PIC 9(7) VALUE 0.
       01  WS-EMP-TOTAL PIC S9(7)V99 VALUE 0.
       01  WS-EMP-DEBUT PIC 9(6) VALUE 0.
       01  WS-EMP-FIN PIC 9(6) VALUE 0.
       01  WS-EMP-NB PIC 9(3) VALUE 0.
       01  WS-RAP-TAUX PIC 9(4)V99 VALUE 0.

       01  WS-CNT-RETRO-LUS PIC 9(5) VALUE 0.
       01  WS-CNT-PERIODES PIC 9(5) VALUE 0.
       01  WS-CNT-HORS-LIMITE PIC 9(5) VALUE 0.
       01  WS-CNT-RAPPELS PIC 9(5) VALUE 0.
       01  WS-CNT-TROP-PERCUS PIC 9(5) VALUE 0.
       01  WS-SUM-RAPPELS PIC 9(8)V99 VALUE 0.

       01  WS-STARS-FILLER PIC X(132) VALUE ALL "*".
       01  WS-TIRET-FILLER PIC X(132) VALUE ALL "-".

       01  WS-RPT-TITLE.
           05 FILLER PIC X(40) VALUE
               "ETAT DES RAPPELS DE SALAIRE".
           05 FILLER PIC X(18) VALUE "DATE DE CALCUL : ".
           05 WRT-DATE PIC 9(8).

       01  WS-RPT-HEADER.
           05 FILLER PIC X(7) VALUE "   ID  ".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "PERIODE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "HEURES".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "ANCIEN TAUX".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "NOUVEAU TAUX".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "BRUT VERSE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BRUT RECALCULE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "ECART PRIME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "     ECART".

       01  WS-DETAIL-LINE.
           05 WDL-EMPLOYEID PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WDL-PERIODE PIC 9(6).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WDL-HEURES PIC ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WDL-ANCIEN-TAUX PIC ZZZ9.99.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WDL-NOUVEAU-TAUX PIC ZZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WDL-BRUT-VERSE PIC ZZZZZ9.99.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WDL-BRUT-RECALCULE PIC ZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WDL-PRIME-ECART PIC -ZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-ECART PIC -ZZZZZ9.99.

       01  WS-EMP-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE "  TOTAL EMPLOYE ".
           05 WET-EMPLOYEID PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 WET-PRENOM PIC X(10).
           05 WET-NOM PIC X(10).
           05 FILLER PIC X(11) VALUE "PERIODES : ".
           05 WET-NB PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ECART : ".
           05 WET-TOTAL PIC -ZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WET-SUITE PIC X(40).

       01  WS-TOTAL-LINE.
           05 FILLER PIC X(19) VALUE "RAPPELS A VERSER : ".
           05 WTL-RAPPELS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "MONTANT : ".
           05 WTL-MONTANT PIC ZZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "TROP-PERCUS SIGNALES : ".
           05 WTL-TROP-PERCUS PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE SECTION.

           PERFORM 1050-GET-CURRENT-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-RETROACTIFS.
           PERFORM 1300-LOAD-RAPPELS-HIST.
           PERFORM 1020-LOAD-RAPPELS-EN-ATTENTE.
           PERFORM 1400-OPEN-RAPPELS.
           PERFORM 1200-WRITE-ENTETE.
           IF WS-RETRO-COUNT > 0 AND HIST-DISPONIBLE
               PERFORM 2000-CALCULER-RAPPELS
           END-IF.
           PERFORM 2900-WRITE-TOTAUX.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.

       1000-OPEN-FILES SECTION.
           OPEN-FILES-START.

           *>SANS CHANGEMENT RETROACTIF NOTE, IL N'Y A RIEN A
           *>RECALCULER : L'ETAT S'EDITE VIDE
           OPEN INPUT FICHE-RETRO.
           IF WS-FICHE-RETRO-STATUS = "00"
               SET RETRO-DISPONIBLE TO TRUE
           ELSE
               SET RETRO-ABSENT TO TRUE
               IF WS-FICHE-RETRO-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture du fichier "
                       "des changements retroactifs."
                   DISPLAY "Le code erreur est : "
                       WS-FICHE-RETRO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           *>SANS HISTORIQUE, AUCUNE PERIODE N'A ENCORE ETE PAYEE
           OPEN INPUT FICHE-HIST.
           IF WS-FICHE-HIST-STATUS = "00"
               SET HIST-DISPONIBLE TO TRUE
           ELSE
               SET HIST-ABSENT TO TRUE
               IF WS-FICHE-HIST-STATUS NOT = "35"
                   DISPLAY "Erreur lors de l'ouverture de "
                       "l'historique de paie."
                   DISPLAY "Le code erreur est : "
                       WS-FICHE-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           *>LE FICHIER MAITRE NE SERT QU'A REPRENDRE LE NOM
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

           OPEN OUTPUT RAPPEL-RPT.
           IF WS-RAPPEL-RPT-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture de l'etat "
                   "des rappels."
               DISPLAY "Le code erreur est : " WS-RAPPEL-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN-FILES-END.
               EXIT.

       1020-LOAD-RAPPELS-EN-ATTENTE SECTION.
           LOAD-RAPPELS-EN-ATTENTE-START.

           OPEN INPUT FICHE-RAPPEL.
           IF WS-FICHE-RAPPEL-STATUS = "35"
               GO TO LOAD-RAPPELS-EN-ATTENTE-END
           END-IF.
           IF WS-FICHE-RAPPEL-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des rappels a verser."
               DISPLAY "Le code erreur est : " WS-FICHE-RAPPEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1030-READ-RAPPEL.
           PERFORM UNTIL FIN-FICHIER-RAPPEL
               MOVE RAP-EMPLOYEID TO HIST-EMPLOYEID
               MOVE RAP-PERIODE-DEBUT TO HIST-RAP-DEBUT
               MOVE RAP-PERIODE-FIN TO HIST-RAP-FIN
               MOVE RAP-SALAIRE TO HIST-SALAIRE
               PERFORM 1320-MEMORISER-RAPPEL
               PERFORM 1030-READ-RAPPEL
           END-PERFORM.

           CLOSE FICHE-RAPPEL.

           LOAD-RAPPELS-EN-ATTENTE-END.
               EXIT.

       1400-OPEN-RAPPELS SECTION.
           OPEN-RAPPELS-START.

           *>LES RAPPELS NON ENCORE VERSES PAR FILE-CONVERT RESTENT
           *>DANS LE FICHIER : ON AJOUTE A LA SUITE
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

           OPEN-RAPPELS-END.
               EXIT.

       1030-READ-RAPPEL SECTION.
           READ-RAPPEL-START.

               READ FICHE-RAPPEL
                   AT END
                       SET FIN-FICHIER-RAPPEL TO TRUE
                   NOT AT END
                       IF WS-FICHE-RAPPEL-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY WS-FICHE-RAPPEL-STATUS
                       END-IF
               END-READ.

           READ-RAPPEL-END.
               EXIT.

       1050-GET-CURRENT-DATE SECTION.
           GET-CURRENT-DATE-START.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           GET-CURRENT-DATE-END.
               EXIT.

       1100-LOAD-RETROACTIFS SECTION.
           LOAD-RETROACTIFS-START.

           IF RETRO-ABSENT
               GO TO LOAD-RETROACTIFS-END
           END-IF.

           PERFORM 1110-READ-RETRO.
           PERFORM UNTIL FIN-FICHIER-RETRO
               ADD 1 TO WS-CNT-RETRO-LUS
               IF WS-RETRO-COUNT < 1000
                   ADD 1 TO WS-RETRO-COUNT
                   SET WS-RETRO-IDX TO WS-RETRO-COUNT
                   MOVE RETRO-EMPLOYEID
                       TO WS-RET-EMPLOYEID (WS-RETRO-IDX)
                   MOVE RETRO-DATE-EFFET
                       TO WS-RET-DATE-EFFET (WS-RETRO-IDX)
                   MOVE RETRO-DATE-EFFET(1:6)
                       TO WS-RET-PERIODE-EFFET (WS-RETRO-IDX)
                   MOVE RETRO-DATE-SAISIE(1:6)
                       TO WS-RET-PERIODE-SAISIE (WS-RETRO-IDX)
                   MOVE RETRO-SALAIRE-APRES
                       TO WS-RET-SALAIRE (WS-RETRO-IDX)
               ELSE
                   DISPLAY "TABLE DES CHANGEMENTS RETROACTIFS "
                       "SATUREE (1000 LIGNES)."
                   DISPLAY "AUGMENTER WS-RETRO-ENTRY ET RELANCER."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1110-READ-RETRO
           END-PERFORM.

           LOAD-RETROACTIFS-END.
               EXIT.

       1110-READ-RETRO SECTION.
           READ-RETRO-START.

               READ FICHE-RETRO
                   AT END
                       SET FIN-FICHIER-RETRO TO TRUE
                   NOT AT END
                       IF WS-FICHE-RETRO-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY WS-FICHE-RETRO-STATUS
                       END-IF
               END-READ.

           READ-RETRO-END.
               EXIT.

       1300-LOAD-RAPPELS-HIST SECTION.
           LOAD-RAPPELS-HIST-START.

           *>PREMIER PASSAGE SUR L'HISTORIQUE POUR LES SEULES LIGNES
           *>DE RAPPEL DEJA VERSEES ; LES RAPPELS EN ATTENTE, PLUS
           *>RECENTS, SE CHARGENT ENSUITE A LA SUITE DE LA TABLE
           IF HIST-ABSENT OR WS-RETRO-COUNT = 0
               GO TO LOAD-RAPPELS-HIST-END
           END-IF.

           PERFORM 1310-READ-HIST-RAPPELS.
           PERFORM UNTIL FIN-FICHIER-HIST-RAPPELS
               IF HIST-RAPPEL AND HIST-EN-VIGUEUR
                   PERFORM 1320-MEMORISER-RAPPEL
               END-IF
               PERFORM 1310-READ-HIST-RAPPELS
           END-PERFORM.

           *>L'HISTORIQUE EST RELU DEPUIS LE DEBUT POUR LE CALCUL
           CLOSE FICHE-HIST.
           OPEN INPUT FICHE-HIST.
           IF WS-FICHE-HIST-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture de "
                   "l'historique de paie."
               DISPLAY "Le code erreur est : " WS-FICHE-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           LOAD-RAPPELS-HIST-END.
               EXIT.

       1310-READ-HIST-RAPPELS SECTION.
           READ-HIST-RAPPELS-START.

               READ FICHE-HIST
                   AT END
                       SET FIN-FICHIER-HIST-RAPPELS TO TRUE
                   NOT AT END
                       IF WS-FICHE-HIST-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour" WS-FICHE-HIST-STATUS
                       END-IF
               END-READ.

           READ-HIST-RAPPELS-END.
               EXIT.

       1320-MEMORISER-RAPPEL SECTION.
           MEMORISER-RAPPEL-START.

           IF WS-DEJA-COUNT < 2000
               ADD 1 TO WS-DEJA-COUNT
               SET WS-DEJA-IDX TO WS-DEJA-COUNT
               MOVE HIST-EMPLOYEID TO WS-DEJA-EMPLOYEID (WS-DEJA-IDX)
               MOVE HIST-RAP-DEBUT TO WS-DEJA-DEBUT (WS-DEJA-IDX)
               MOVE HIST-RAP-FIN TO WS-DEJA-FIN (WS-DEJA-IDX)
               MOVE HIST-SALAIRE TO WS-DEJA-SALAIRE (WS-DEJA-IDX)
           ELSE
               DISPLAY "TABLE DES RAPPELS ANTERIEURS SATUREE "
                   "(2000 LIGNES)."
               DISPLAY "AUGMENTER WS-DEJA-ENTRY ET RELANCER."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MEMORISER-RAPPEL-END.
               EXIT.

       1200-WRITE-ENTETE SECTION.
           WRITE-ENTETE-START.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-CURRENT-DATE TO WRT-DATE.
           MOVE WS-RPT-TITLE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-RPT-HEADER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-TIRET-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-ENTETE-END.
               EXIT.

       2000-CALCULER-RAPPELS SECTION.
           CALCULER-RAPPELS-START.

           *>L'HISTORIQUE EST CHRONOLOGIQUE : LES ECARTS SONT TRIES
           *>PAR EMPLOYE PUIS PAR PERIODE POUR LE TOTAL PAR EMPLOYE
           SORT SORT-WORK
               ON ASCENDING KEY SD-EMPLOYEID SD-PERIODE
               INPUT PROCEDURE 2100-SORT-INPUT-PROCEDURE
               OUTPUT PROCEDURE 2500-SORT-OUTPUT-PROCEDURE.

           CALCULER-RAPPELS-END.
               EXIT.

       2100-SORT-INPUT-PROCEDURE SECTION.
           SORT-INPUT-START.

           PERFORM 2110-READ-HIST.

           PERFORM UNTIL FIN-FICHIER-HIST
               IF HIST-PAIE-PERIODE AND HIST-EN-VIGUEUR
                   PERFORM 2120-CHERCHER-CHANGEMENT
                   IF WS-CHOIX > 0
                       PERFORM 2130-RECALCULER-PERIODE
                   END-IF
               END-IF
               PERFORM 2110-READ-HIST
           END-PERFORM.

           SORT-INPUT-END.
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

       2120-CHERCHER-CHANGEMENT SECTION.
           CHERCHER-CHANGEMENT-START.

           *>LE CHANGEMENT APPLICABLE A UNE PERIODE EST CELUI DONT LA
           *>DATE D'EFFET LA PRECEDE (MOIS D'EFFET COMPRIS) ET QUI A
           *>ETE SAISI APRES ELLE ; LES PERIODES PAYEES APRES LA
           *>SAISIE L'ONT DEJA ETE AU NOUVEAU TAUX
           MOVE ZERO TO WS-CHOIX.
           PERFORM VARYING WS-RETRO-IDX FROM 1 BY 1
                   UNTIL WS-RETRO-IDX > WS-RETRO-COUNT
               IF WS-RET-EMPLOYEID (WS-RETRO-IDX) = HIST-EMPLOYEID
                   AND WS-RET-PERIODE-EFFET (WS-RETRO-IDX)
                       NOT > HIST-PERIODE
                   AND WS-RET-PERIODE-SAISIE (WS-RETRO-IDX)
                       NOT < HIST-PERIODE
                   IF WS-CHOIX = ZERO
                       SET WS-CHOIX TO WS-RETRO-IDX
                   ELSE
                       IF WS-RET-DATE-EFFET (WS-RETRO-IDX)
                               NOT < WS-RET-DATE-EFFET (WS-CHOIX)
                           SET WS-CHOIX TO WS-RETRO-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CHERCHER-CHANGEMENT-END.
               EXIT.

       2130-RECALCULER-PERIODE SECTION.
           RECALCULER-PERIODE-START.

           MOVE WS-RET-SALAIRE (WS-CHOIX) TO WS-NOUVEAU-TAUX.
           MOVE HIST-SALAIRE TO WS-TAUX-VERSE.
           MOVE HIST-BRUT TO WS-BRUT-VERSE.
           PERFORM 2135-CHERCHER-RAPPEL-ANTERIEUR.
           IF CALCUL-HORS-LIMITE
               GO TO RECALCULER-PERIODE-END
           END-IF.

           IF WS-TAUX-VERSE = WS-NOUVEAU-TAUX
               GO TO RECALCULER-PERIODE-END
           END-IF.

           MOVE WS-NOUVEAU-TAUX TO WS-TAUX-CALCUL.
           PERFORM 2140-CALCULER-BRUT.
           IF CALCUL-HORS-LIMITE
               GO TO RECALCULER-PERIODE-END
           END-IF.
           MOVE WS-BRUT-CALCUL TO WS-BRUT-RECALCULE.

           PERFORM 2150-CALCULER-PRIME-ECART.
           IF CALCUL-HORS-LIMITE
               GO TO RECALCULER-PERIODE-END
           END-IF.

           COMPUTE WS-ECART = WS-BRUT-RECALCULE - WS-BRUT-VERSE
               + WS-PRIME-ECART.
           IF WS-ECART = ZERO
               GO TO RECALCULER-PERIODE-END
           END-IF.

           MOVE HIST-EMPLOYEID TO SD-EMPLOYEID.
           MOVE HIST-PERIODE TO SD-PERIODE.
           MOVE HIST-HEURES TO SD-HEURES.
           MOVE WS-TAUX-VERSE TO SD-ANCIEN-TAUX.
           MOVE WS-NOUVEAU-TAUX TO SD-NOUVEAU-TAUX.
           MOVE WS-BRUT-VERSE TO SD-BRUT-VERSE.
           MOVE WS-BRUT-RECALCULE TO SD-BRUT-RECALCULE.
           MOVE WS-PRIME-ECART TO SD-PRIME-ECART.
           MOVE WS-ECART TO SD-ECART.
           RELEASE SD-ECART-RECORD.
           ADD 1 TO WS-CNT-PERIODES.

           RECALCULER-PERIODE-END.
               EXIT.

       2135-CHERCHER-RAPPEL-ANTERIEUR SECTION.
           CHERCHER-RAPPEL-ANTERIEUR-START.

           *>UNE PERIODE DEJA COUVERTE PAR UN RAPPEL EST TENUE POUR
           *>PAYEE AU TAUX DU DERNIER RAPPEL QUI LA COUVRE
           SET CALCUL-OK TO TRUE.
           MOVE ZERO TO WS-DEJA-CHOIX.
           PERFORM VARYING WS-DEJA-IDX FROM 1 BY 1
                   UNTIL WS-DEJA-IDX > WS-DEJA-COUNT
               IF WS-DEJA-EMPLOYEID (WS-DEJA-IDX) = HIST-EMPLOYEID
                   AND WS-DEJA-DEBUT (WS-DEJA-IDX) NOT > HIST-PERIODE
                   AND WS-DEJA-FIN (WS-DEJA-IDX) NOT < HIST-PERIODE
                   SET WS-DEJA-CHOIX TO WS-DEJA-IDX
               END-IF
           END-PERFORM.

           IF WS-DEJA-CHOIX > 0
               ADD 1 TO WS-CNT-DEJA-RAPPELES
               MOVE WS-DEJA-SALAIRE (WS-DEJA-CHOIX) TO WS-TAUX-VERSE
               MOVE WS-TAUX-VERSE TO WS-TAUX-CALCUL
               PERFORM 2140-CALCULER-BRUT
               IF CALCUL-OK
                   MOVE WS-BRUT-CALCUL TO WS-BRUT-VERSE
               END-IF
           END-IF.

           CHERCHER-RAPPEL-ANTERIEUR-END.
               EXIT.

       2140-CALCULER-BRUT SECTION.
           CALCULER-BRUT-START.

           *>MEME REGLE QUE 2015-COMPUTE-SALAIRE-BRUT DE FILE-CONVERT :
           *>35 HEURES TRAVAILLEES AU TAUX NORMAL, LES SUIVANTES A
           *>150 %, PLUS LES HEURES DE CONGE PAYE AU TAUX NORMAL (ZONE
           *>A BLANC SUR LES LIGNES ECRITES AVANT LES CONGES)
           SET CALCUL-OK TO TRUE.
           IF HIST-HEURES-CONGE NUMERIC
               MOVE HIST-HEURES-CONGE TO WS-HEURES-CONGE
           ELSE
               MOVE ZERO TO WS-HEURES-CONGE
           END-IF.
           IF HIST-HEURES > 35
               COMPUTE WS-HEURES-SUP = HIST-HEURES - 35
               COMPUTE WS-BRUT-CALCUL ROUNDED =
                   (35 * WS-TAUX-CALCUL)
                   + (WS-HEURES-SUP * WS-TAUX-CALCUL * 1.5)
                   + (WS-HEURES-CONGE * WS-TAUX-CALCUL)
                   ON SIZE ERROR
                       SET CALCUL-HORS-LIMITE TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE WS-BRUT-CALCUL ROUNDED =
                   (HIST-HEURES + WS-HEURES-CONGE) * WS-TAUX-CALCUL
                   ON SIZE ERROR
                       SET CALCUL-HORS-LIMITE TO TRUE
               END-COMPUTE
           END-IF.

           IF CALCUL-HORS-LIMITE
               ADD 1 TO WS-CNT-HORS-LIMITE
               DISPLAY "BRUT RECALCULE HORS LIMITE POUR "
                   "EMPLOYEID : " HIST-EMPLOYEID
                   " PERIODE : " HIST-PERIODE
           END-IF.

           CALCULER-BRUT-END.
               EXIT.

       2150-CALCULER-PRIME-ECART SECTION.
           CALCULER-PRIME-ECART-START.

           *>LA PRIME D'ANCIENNETE VERSEE EST PROPORTIONNELLE AU TAUX
           *>HORAIRE DE LA LIGNE : ELLE SE REPORTE AU NOUVEAU TAUX
           *>DEPUIS LE TAUX DEJA REGLE (TAUX DU DERNIER RAPPEL S'IL Y
           *>EN A UN) ; ZONE A BLANC SUR LES LIGNES ECRITES AVANT LA
           *>PRIME
           SET CALCUL-OK TO TRUE.
           MOVE ZERO TO WS-PRIME-ECART.
           IF HIST-PRIME-ANC NOT NUMERIC
               GO TO CALCULER-PRIME-ECART-END
           END-IF.
           IF HIST-PRIME-ANC NOT > ZERO
               GO TO CALCULER-PRIME-ECART-END
           END-IF.

           COMPUTE WS-PRIME-ECART ROUNDED =
               HIST-PRIME-ANC * (WS-NOUVEAU-TAUX - WS-TAUX-VERSE)
               / HIST-SALAIRE
               ON SIZE ERROR
                   SET CALCUL-HORS-LIMITE TO TRUE
           END-COMPUTE.

           IF CALCUL-HORS-LIMITE
               ADD 1 TO WS-CNT-HORS-LIMITE
               DISPLAY "PRIME RECALCULEE HORS LIMITE POUR "
                   "EMPLOYEID : " HIST-EMPLOYEID
                   " PERIODE : " HIST-PERIODE
           END-IF.

           CALCULER-PRIME-ECART-END.
               EXIT.

       2500-SORT-OUTPUT-PROCEDURE SECTION.
           SORT-OUTPUT-START.

           PERFORM 2510-RETURN-SORT-RECORD.

           *>LA RUPTURE SE FAIT PAR EMPLOYE ET PAR NOUVEAU TAUX : UN
           *>RAPPEL NE PORTE QU'UN TAUX, POUR QU'UN RECALCUL ULTERIEUR
           *>SACHE A QUEL TAUX CHAQUE PERIODE COUVERTE A ETE REGLEE
           PERFORM UNTIL SORT-FIN
               IF SD-EMPLOYEID NOT = WS-CURRENT-EMP
                   OR SD-NOUVEAU-TAUX NOT = WS-RAP-TAUX
                   IF WS-CURRENT-EMP NOT = ZERO
                       PERFORM 2600-CLOTURER-EMPLOYE
                   END-IF
                   MOVE SD-EMPLOYEID TO WS-CURRENT-EMP
                   MOVE SD-NOUVEAU-TAUX TO WS-RAP-TAUX
                   MOVE ZERO TO WS-EMP-TOTAL
                   MOVE ZERO TO WS-EMP-NB
                   MOVE SD-PERIODE TO WS-EMP-DEBUT
               END-IF

               ADD SD-ECART TO WS-EMP-TOTAL
               ADD 1 TO WS-EMP-NB
               MOVE SD-PERIODE TO WS-EMP-FIN

               MOVE SD-EMPLOYEID TO WDL-EMPLOYEID
               MOVE SD-PERIODE TO WDL-PERIODE
               MOVE SD-HEURES TO WDL-HEURES
               MOVE SD-ANCIEN-TAUX TO WDL-ANCIEN-TAUX
               MOVE SD-NOUVEAU-TAUX TO WDL-NOUVEAU-TAUX
               MOVE SD-BRUT-VERSE TO WDL-BRUT-VERSE
               MOVE SD-BRUT-RECALCULE TO WDL-BRUT-RECALCULE
               MOVE SD-PRIME-ECART TO WDL-PRIME-ECART
               MOVE SD-ECART TO WDL-ECART
               MOVE WS-DETAIL-LINE TO FS-BUF-RPT
               WRITE FS-BUF-RPT

               PERFORM 2510-RETURN-SORT-RECORD
           END-PERFORM.

           IF WS-CURRENT-EMP NOT = ZERO
               PERFORM 2600-CLOTURER-EMPLOYE
           END-IF.

           SORT-OUTPUT-END.
               EXIT.

       2510-RETURN-SORT-RECORD SECTION.
           RETURN-SORT-RECORD-START.

               RETURN SORT-WORK
                   AT END
                       SET SORT-FIN TO TRUE
                   NOT AT END
                       CONTINUE
               END-RETURN.

           RETURN-SORT-RECORD-END.
               EXIT.

       2600-CLOTURER-EMPLOYE SECTION.
           CLOTURER-EMPLOYE-START.

           MOVE SPACES TO WET-PRENOM.
           MOVE SPACES TO WET-NOM.
           IF EMP-MASTER-DISPONIBLE
               MOVE WS-CURRENT-EMP TO EMPLOYEID
               READ FICHE-EMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRENOM TO WET-PRENOM
                       MOVE NOM TO WET-NOM
               END-READ
           END-IF.

           *>SEUL UN RAPPEL EN FAVEUR DE L'EMPLOYE EST VERSE
           *>AUTOMATIQUEMENT ; UN TROP-PERCU SE REGULARISE A LA MAIN
           EVALUATE TRUE
               WHEN WS-EMP-TOTAL > ZERO
                   MOVE WS-CURRENT-EMP TO RAP-EMPLOYEID
                   MOVE WS-EMP-DEBUT TO RAP-PERIODE-DEBUT
                   MOVE WS-EMP-FIN TO RAP-PERIODE-FIN
                   MOVE WS-EMP-NB TO RAP-NB-PERIODES
                   MOVE WS-EMP-TOTAL TO RAP-MONTANT
                   MOVE WS-RAP-TAUX TO RAP-SALAIRE
                   MOVE WS-CURRENT-DATE TO RAP-DATE-CALCUL
                   WRITE RAPPEL-RECORD
                   IF WS-FICHE-RAPPEL-STATUS = "00"
                       ADD 1 TO WS-CNT-RAPPELS
                       ADD WS-EMP-TOTAL TO WS-SUM-RAPPELS
                       MOVE "RAPPEL A VERSER" TO WET-SUITE
                   ELSE
                       DISPLAY "ECRITURE RAPPEL REFUSEE POUR "
                           "EMPLOYEID : " WS-CURRENT-EMP
                       DISPLAY "Le code erreur est : "
                           WS-FICHE-RAPPEL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-EMP-TOTAL < ZERO
                   ADD 1 TO WS-CNT-TROP-PERCUS
                   MOVE "TROP-PERCU A REGULARISER MANUELLEMENT"
                       TO WET-SUITE
               WHEN OTHER
                   MOVE "AUCUN ECART NET" TO WET-SUITE
           END-EVALUATE.

           MOVE WS-CURRENT-EMP TO WET-EMPLOYEID.
           MOVE WS-EMP-NB TO WET-NB.
           MOVE WS-EMP-TOTAL TO WET-TOTAL.
           MOVE WS-EMP-TOTAL-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-TIRET-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           CLOTURER-EMPLOYE-END.
               EXIT.

       2900-WRITE-TOTAUX SECTION.
           WRITE-TOTAUX-START.

           IF WS-CNT-PERIODES = 0
               MOVE SPACES TO FS-BUF-RPT
               MOVE "AUCUNE PERIODE PAYEE A RECALCULER"
                   TO FS-BUF-RPT
               WRITE FS-BUF-RPT
           END-IF.

           MOVE WS-STARS-FILLER TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.
           MOVE WS-CNT-RAPPELS TO WTL-RAPPELS.
           MOVE WS-SUM-RAPPELS TO WTL-MONTANT.
           MOVE WS-CNT-TROP-PERCUS TO WTL-TROP-PERCUS.
           MOVE WS-TOTAL-LINE TO FS-BUF-RPT.
           WRITE FS-BUF-RPT.

           WRITE-TOTAUX-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

           DISPLAY "CHANGEMENTS RETROACTIFS LUS : " WS-CNT-RETRO-LUS.
           DISPLAY "PERIODES RECALCULEES AVEC ECART : "
               WS-CNT-PERIODES.
           DISPLAY "PERIODES DEJA COUVERTES PAR UN RAPPEL : "
               WS-CNT-DEJA-RAPPELES.
           DISPLAY "PERIODES HORS LIMITE (NON RECALCULEES) : "
               WS-CNT-HORS-LIMITE.
           DISPLAY "RAPPELS A VERSER : " WS-CNT-RAPPELS.
           DISPLAY "MONTANT DES RAPPELS : " WS-SUM-RAPPELS.
           DISPLAY "TROP-PERCUS A REGULARISER : " WS-CNT-TROP-PERCUS.

           IF HIST-DISPONIBLE
               CLOSE FICHE-HIST
           END-IF.
           IF EMP-MASTER-DISPONIBLE
               CLOSE FICHE-EMP
           END-IF.
           CLOSE FICHE-RAPPEL.
           CLOSE RAPPEL-RPT.

           *>LES CHANGEMENTS TRAITES SONT CONSOMMES : LE FICHIER EST
           *>VIDE POUR QU'UN NOUVEAU PASSAGE NE VERSE PAS DEUX FOIS
           *>LE MEME RAPPEL
           IF RETRO-DISPONIBLE
               CLOSE FICHE-RETRO
               OPEN OUTPUT FICHE-RETRO
               CLOSE FICHE-RETRO
           END-IF.

           IF WS-CNT-HORS-LIMITE > 0 OR WS-CNT-TROP-PERCUS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE-FILE-END.
               EXIT.

       9999-FIN-PROGRAMME.
      *>---------------------------------------------------------------
       STOP RUN.
       END PROGRAM PAY-RECALL.
