       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RETURN.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 18/01/24.
       DATE-COMPILED.
       SECURITY. Standard.

      *> Traite le fichier des virements rejetes renvoye par la
      *> banque, RETOURBQ.DAT : une ligne d'entete "H" (periode YYYYMM
      *> des virements, date du retour YYYYMMDD) puis une ligne "D"
      *> par virement rejete (EMPLOYEID, RIB, montant, code motif de
      *> la banque). Chaque retour est rapproche des ordres de
      *> PAIEMENTS.DAT de la periode, dont le nombre d'ordres et le
      *> total de controle sont d'abord verifies contre la ligne de
      *> fin. Un retour rapproche est reemis sur la liste de cheques
      *> REEMIS.DAT, son RIB est note suspect dans RIBSUSP.DAT (le
      *> prochain FILE-CONVERT paie alors l'employe par cheque, jusqu'a
      *> ce qu'une transaction "B" corrige le RIB) et le montant est
      *> reclasse dans l'extrait comptable ECRRETOUR.DAT. Les retours
      *> sans paiement correspondant, ou d'un autre montant, sont
      *> listes dans RETOUREXC.DAT et font sortir le programme en
      *> code 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FICHE-RETOUR ASSIGN TO "RETOURBQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-RETOUR-STATUS.

           SELECT FICHE-PAIE ASSIGN TO "PAIEMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-PAIE-STATUS.

           SELECT FICHE-SUSP ASSIGN TO "RIBSUSP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RS-EMPLOYEID
           FILE STATUS IS WS-FICHE-SUSP-STATUS.

           SELECT FICHE-REEMIS ASSIGN TO "REEMIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-REEMIS-STATUS.

           SELECT FICHE-GL ASSIGN TO "ECRRETOUR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-GL-STATUS.

           SELECT FICHE-EXC ASSIGN TO "RETOUREXC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-EXC-STATUS.

           SELECT FICHE-JRN ASSIGN TO "JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FICHE-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHE-RETOUR.
       01  RETOUR-RECORD.
           05 RB-TYPE PIC X.
               88 RB-ENTETE VALUE "H".
               88 RB-DETAIL VALUE "D".
           05 RB-DONNEES PIC X(44).
           05 RB-ENTETE-ZONE REDEFINES RB-DONNEES.
               10 RB-PERIODE PIC 9(6).
               10 RB-DATE-RETOUR PIC 9(8).
               10 FILLER PIC X(30).
           05 RB-DETAIL-ZONE REDEFINES RB-DONNEES.
               10 RB-EMPLOYEID PIC 9(7).
               10 RB-RIB PIC X(23).
               10 RB-MONTANT PIC 9(8)V99.
               10 RB-MOTIF PIC X(4).

       FD  FICHE-PAIE.
       01  FS-BUF-PAIE PIC X(70).

       FD  FICHE-SUSP.
           COPY RIBSUSP.

       FD  FICHE-REEMIS.
       01  FS-BUF-REEMIS PIC X(70).

       FD  FICHE-GL.
       01  FS-BUF-GL PIC X(70).

       FD  FICHE-EXC.
       01  FS-BUF-EXC PIC X(100).

       FD  FICHE-JRN.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-RETOUR VALUE X"01" THRU X"FF".
       01         PIC X VALUE X"00".
           88 FIN-FICHIER-PAIE VALUE X"01" THRU X"FF".
       01  WS-FICHE-RETOUR-STATUS PIC X(2).
       01  WS-FICHE-PAIE-STATUS PIC X(2).
       01  WS-FICHE-SUSP-STATUS PIC X(2).
       01  WS-FICHE-REEMIS-STATUS PIC X(2).
       01  WS-FICHE-GL-STATUS PIC X(2).
       01  WS-FICHE-EXC-STATUS PIC X(2).
       01  WS-FICHE-JRN-STATUS PIC X(2).

       01  WS-CURRENT-DATE.
           05 WS-CUR-ANNEE PIC 9(4).
           05 WS-CUR-MOIS PIC 9(2).
           05 WS-CUR-JOUR PIC 9(2).

       01  WS-PERIODE PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05 WS-PER-ANNEE PIC 9(4).
           05 WS-PER-MOIS PIC 9(2).
       01  WS-DATE-RETOUR PIC 9(8).

       *>ORDRES DE VIREMENT DE LA PERIODE, TELS QUE FILE-CONVERT
       *>LES A EMIS ; UN EMPLOYE PEUT EN AVOIR DEUX (PAIE ET RAPPEL).
       *>UN ORDRE RAPPROCHE N'EST PLUS DISPONIBLE POUR UN AUTRE RETOUR.
       01  WS-ORD-TABLE.
           05 WS-ORD-COUNT PIC 9(5) VALUE 0.
           05 WS-ORD-ENTRY OCCURS 9999 TIMES INDEXED BY WS-ORD-IDX.
               10 WS-ORD-EMPLOYEID PIC 9(7).
               10 WS-ORD-NOM PIC X(10).
               10 WS-ORD-PRENOM PIC X(10).
               10 WS-ORD-RIB PIC X(23).
               10 WS-ORD-NET PIC 9(8)V99.
               10 WS-ORD-ETAT PIC X.
                   88 ORD-PAYE VALUE "P".
                   88 ORD-RETOURNE VALUE "R".

       *>RESULTAT DE LA RECHERCHE D'UN RETOUR DANS LES ORDRES
       01  WS-ORD-TROUVE PIC 9(5).
       01  WS-ORD-MONTANT-ATTENDU PIC 9(8)V99.
       01  WS-RAPPROCHEMENT-SW PIC X VALUE SPACE.
           88 RETOUR-RAPPROCHE VALUE "O".
           88 RETOUR-EN-DOUBLE VALUE "2".
           88 RETOUR-AUTRE-MONTANT VALUE "M".
           88 RETOUR-AUTRE-RIB VALUE "B".
           88 RETOUR-SANS-PAIEMENT VALUE "N".

       01  WS-DEJA-RETOURNE-SW PIC X VALUE "N".
           88 EMPLOYE-DEJA-RETOURNE VALUE "Y".
           88 EMPLOYE-PAS-RETOURNE VALUE "N".

       01  WS-SUSP-SW PIC X VALUE "N".
           88 SUSPECT-EXISTANT VALUE "Y".
           88 SUSPECT-NOUVEAU VALUE "N".

       *>CONTROLE DE PAIEMENTS.DAT CONTRE SA LIGNE DE FIN
       01  WS-PAIE-NB-LU PIC 9(7) VALUE 0.
       01  WS-PAIE-HASH-LU PIC 9(10)V99 VALUE 0.
       01  WS-PAIE-FIN-SW PIC X VALUE "N".
           88 PAIE-FIN-LUE VALUE "Y".
           88 PAIE-FIN-ABSENTE VALUE "N".

       01  WS-EXC-RAISON PIC X(30).

       01  WS-CNT-RETOURS PIC 9(5) VALUE 0.
       01  WS-CNT-RAPPROCHES PIC 9(5) VALUE 0.
       01  WS-CNT-EXCEPTIONS PIC 9(5) VALUE 0.
       01  WS-CNT-SUSPECTS PIC 9(5) VALUE 0.
       01  WS-CNT-ERREURS PIC 9(5) VALUE 0.
       01  WS-SUM-REEMIS PIC 9(10)V99 VALUE 0.
       01  WS-SUM-EXCEPTIONS PIC 9(10)V99 VALUE 0.
       01  WS-SUM-DEBITS PIC 9(10)V99 VALUE 0.
       01  WS-SUM-CREDITS PIC 9(10)V99 VALUE 0.

       *>LE VIREMENT REJETE REVIENT EN BANQUE ET LE NET REDEVIENT
       *>DU A L'EMPLOYE, JUSQU'AU PAIEMENT DU CHEQUE DE REEMISSION
       01  WS-COMPTE-BANQUE PIC X(10) VALUE "512000".
       01  WS-COMPTE-NET PIC X(10) VALUE "421000".

       01  WS-IMAGE-AVANT PIC X(120).

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
           05 WPT-TYPE PIC X.
           05 WPT-NB PIC 9(7).
           05 WPT-HASH PIC 9(10)V99.

       *>MEME PRESENTATION QUE LA LISTE CHEQUES.DAT
       01  WS-REEMIS-LINE.
           05 WRE-EMPLOYEID PIC 9(7).
           05 FILLER PIC XXX VALUE SPACES.
           05 WRE-PRENOM PIC X(10).
           05 WRE-NOM PIC X(10).
           05 FILLER PIC XXX VALUE SPACES.
           05 WRE-NET PIC ZZZZZZ9.99.
           05 FILLER PIC XXX VALUE SPACES.
           05 FILLER PIC X(16) VALUE "VIREMENT REJETE ".
           05 WRE-MOTIF PIC X(4).

       01  WS-GL-ENTETE.
           05 FILLER PIC X VALUE "H".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WGH-PERIODE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "RETOURS BANCAIRES".
           05 WGH-MARQUE PIC X(10) VALUE SPACES.

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

       01  WS-STARS-FILLER PIC X(100) VALUE ALL "*".

       01  WS-EXC-TITLE.
           05 FILLER PIC X(37)
               VALUE "RETOURS BANCAIRES NON RAPPROCHES - ".
           05 FILLER PIC X(10) VALUE "PERIODE : ".
           05 WXT-PERIODE PIC 9(6).
           05 FILLER PIC X(12) VALUE "  RETOUR DU ".
           05 WXT-DATE-RETOUR PIC 9(8).

       01  WS-EXC-LINE.
           05 WXL-EMPLOYEID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WXL-RIB PIC X(23).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WXL-MONTANT PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WXL-MOTIF PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WXL-RAISON PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WXL-ATTENDU PIC ZZZZZZ9.99 BLANK WHEN ZERO.

       01  WS-EXC-TOTAL-LINE.
           05 WXO-LIBELLE PIC X(40).
           05 WXO-VALEUR PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-MODULE SECTION.

           PERFORM 1050-GET-CURRENT-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-READ-ENTETE-RETOUR.
           PERFORM 1200-LOAD-PAIEMENTS.
           PERFORM 1300-OPEN-SORTIES.
           PERFORM 2000-READ-AND-MATCH.
           PERFORM 2900-WRITE-GL-CONTREPARTIE.
           PERFORM 2950-WRITE-TOTAUX-EXC.
           PERFORM 3000-CLOSE-FILE.

           STOP RUN.

       1000-OPEN-FILES SECTION.
           OPEN-FILES-START.

           OPEN INPUT FICHE-RETOUR.
           IF WS-FICHE-RETOUR-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des retours bancaires."
               DISPLAY "Le code erreur est : " WS-FICHE-RETOUR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FICHE-PAIE.
           IF WS-FICHE-PAIE-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des ordres de paiement."
               DISPLAY "Le code erreur est : " WS-FICHE-PAIE-STATUS
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

       1100-READ-ENTETE-RETOUR SECTION.
           READ-ENTETE-RETOUR-START.

           PERFORM 2010-READ-RETOUR.
           IF FIN-FICHIER-RETOUR
               DISPLAY "FICHIER DES RETOURS VIDE : RETOURBQ.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT RB-ENTETE
               DISPLAY "ENTETE ABSENTE DE RETOURBQ.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RB-PERIODE NOT NUMERIC OR RB-DATE-RETOUR NOT NUMERIC
               DISPLAY "ENTETE INVALIDE DANS RETOURBQ.DAT : "
                   RB-DONNEES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RB-PERIODE TO WS-PERIODE.
           MOVE RB-DATE-RETOUR TO WS-DATE-RETOUR.
           IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
               DISPLAY "PERIODE INVALIDE DANS RETOURBQ.DAT : "
                   RB-PERIODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "RETOURS BANCAIRES DE LA PERIODE : " WS-PERIODE.
           DISPLAY "DATE DU RETOUR : " WS-DATE-RETOUR.

           READ-ENTETE-RETOUR-END.
               EXIT.

       1200-LOAD-PAIEMENTS SECTION.
           LOAD-PAIEMENTS-START.

           *>PAIEMENTS.DAT NE GARDE QUE LE DERNIER PASSAGE : LES
           *>RETOURS NE SE RAPPROCHENT QUE S'IL PORTE LA PERIODE DU
           *>RETOUR ET QU'IL NE VIENT PAS D'UNE SIMULATION
           PERFORM 1210-READ-PAIE.
           IF NOT FIN-FICHIER-PAIE
               MOVE FS-BUF-PAIE TO WS-PAIE-ENTETE
           END-IF.
           IF FIN-FICHIER-PAIE
               OR WPH-TYPE NOT = "H"
               OR WPH-PERIODE NOT = WS-PERIODE
               OR WPH-MARQUE NOT = SPACES
               DISPLAY "PAIEMENTS.DAT NE PORTE PAS LES VIREMENTS "
                   "DE LA PERIODE " WS-PERIODE
               DISPLAY "AUCUN RETOUR TRAITE : RAPPROCHER A LA MAIN."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1210-READ-PAIE.
           PERFORM UNTIL FIN-FICHIER-PAIE
               EVALUATE FS-BUF-PAIE(1:1)
                   WHEN "D"
                       PERFORM 1220-CHARGER-ORDRE
                   WHEN "T"
                       MOVE FS-BUF-PAIE TO WS-PAIE-TRAILER
                       SET PAIE-FIN-LUE TO TRUE
               END-EVALUATE
               PERFORM 1210-READ-PAIE
           END-PERFORM.

           CLOSE FICHE-PAIE.

           *>UN FICHIER TRONQUE OU RETOUCHE NE PEUT PAS SERVIR DE
           *>REFERENCE : SANS CONCORDANCE AVEC LA LIGNE DE FIN, ON
           *>N'ECRIT RIEN
           IF PAIE-FIN-ABSENTE
               DISPLAY "LIGNE DE FIN ABSENTE DE PAIEMENTS.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WPT-NB NOT = WS-PAIE-NB-LU
               OR WPT-HASH NOT = WS-PAIE-HASH-LU
               DISPLAY "PAIEMENTS.DAT NE CONCORDE PAS AVEC SA LIGNE "
                   "DE FIN"
               DISPLAY "ORDRES LUS : " WS-PAIE-NB-LU
                   " ANNONCES : " WPT-NB
               DISPLAY "TOTAL LU : " WS-PAIE-HASH-LU
                   " ANNONCE : " WPT-HASH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "ORDRES DE PAIEMENT DE LA PERIODE : " WS-ORD-COUNT.

           LOAD-PAIEMENTS-END.
               EXIT.

       1210-READ-PAIE SECTION.
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

       1220-CHARGER-ORDRE SECTION.
           CHARGER-ORDRE-START.

           MOVE FS-BUF-PAIE TO WS-PAIE-DETAIL.
           ADD 1 TO WS-PAIE-NB-LU.
           ADD WPD-NET TO WS-PAIE-HASH-LU.

           IF WS-ORD-COUNT NOT < 9999
               DISPLAY "TABLE DES ORDRES DE PAIEMENT SATUREE "
                   "(9999 ORDRES)."
               DISPLAY "AUGMENTER WS-ORD-ENTRY ET RELANCER."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-ORD-COUNT.
           SET WS-ORD-IDX TO WS-ORD-COUNT.
           MOVE WPD-EMPLOYEID TO WS-ORD-EMPLOYEID (WS-ORD-IDX).
           MOVE WPD-NOM TO WS-ORD-NOM (WS-ORD-IDX).
           MOVE WPD-PRENOM TO WS-ORD-PRENOM (WS-ORD-IDX).
           MOVE WPD-RIB TO WS-ORD-RIB (WS-ORD-IDX).
           MOVE WPD-NET TO WS-ORD-NET (WS-ORD-IDX).
           SET ORD-PAYE (WS-ORD-IDX) TO TRUE.

           CHARGER-ORDRE-END.
               EXIT.

       1300-OPEN-SORTIES SECTION.
           OPEN-SORTIES-START.

           *>LE FICHIER DES RIB SUSPECTS NAIT AU PREMIER RETOUR
           OPEN I-O FICHE-SUSP.
           IF WS-FICHE-SUSP-STATUS = "35"
               OPEN OUTPUT FICHE-SUSP
               CLOSE FICHE-SUSP
               OPEN I-O FICHE-SUSP
           END-IF.
           IF WS-FICHE-SUSP-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ouverture du fichier "
                   "des RIB suspects."
               DISPLAY "Le code erreur est : " WS-FICHE-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHE-REEMIS.
           IF WS-FICHE-REEMIS-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture de la liste "
                   "des cheques de reemission."
               DISPLAY "Le code erreur est : " WS-FICHE-REEMIS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHE-GL.
           IF WS-FICHE-GL-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture de l'extrait "
                   "comptable des retours."
               DISPLAY "Le code erreur est : " WS-FICHE-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHE-EXC.
           IF WS-FICHE-EXC-STATUS NOT = "00"
               DISPLAY "Erreur lors de l'ecriture de la liste "
                   "des retours non rapproches."
               DISPLAY "Le code erreur est : " WS-FICHE-EXC-STATUS
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

           MOVE WS-PERIODE TO WGH-PERIODE.
           MOVE WS-GL-ENTETE TO FS-BUF-GL.
           WRITE FS-BUF-GL.

           MOVE WS-STARS-FILLER TO FS-BUF-EXC.
           WRITE FS-BUF-EXC.
           MOVE WS-PERIODE TO WXT-PERIODE.
           MOVE WS-DATE-RETOUR TO WXT-DATE-RETOUR.
           MOVE SPACES TO FS-BUF-EXC.
           MOVE WS-EXC-TITLE TO FS-BUF-EXC.
           WRITE FS-BUF-EXC.
           MOVE WS-STARS-FILLER TO FS-BUF-EXC.
           WRITE FS-BUF-EXC.

           OPEN-SORTIES-END.
               EXIT.

       2000-READ-AND-MATCH SECTION.
           READ-AND-MATCH-START.

           PERFORM 2010-READ-RETOUR.

           PERFORM UNTIL FIN-FICHIER-RETOUR
               ADD 1 TO WS-CNT-RETOURS
               IF RB-DETAIL
                   PERFORM 2100-RAPPROCHER-RETOUR
               ELSE
                   MOVE "LIGNE DE RETOUR INVALIDE" TO WS-EXC-RAISON
                   MOVE ZERO TO WS-ORD-MONTANT-ATTENDU
                   PERFORM 2500-WRITE-EXCEPTION
               END-IF
               PERFORM 2010-READ-RETOUR
           END-PERFORM.

           READ-AND-MATCH-END.
               EXIT.

       2010-READ-RETOUR SECTION.
           READ-RETOUR-START.

               READ FICHE-RETOUR
                   AT END
                       SET FIN-FICHIER-RETOUR TO TRUE
                   NOT AT END
                       IF WS-FICHE-RETOUR-STATUS NOT = ZERO
                           DISPLAY "Probleme lecture fichier"
                           DISPLAY "code retour"
                               WS-FICHE-RETOUR-STATUS
                       END-IF
               END-READ.

           READ-RETOUR-END.
               EXIT.

       2100-RAPPROCHER-RETOUR SECTION.
           RAPPROCHER-RETOUR-START.

           IF RB-EMPLOYEID NOT NUMERIC OR RB-MONTANT NOT NUMERIC
               MOVE "LIGNE DE RETOUR INVALIDE" TO WS-EXC-RAISON
               MOVE ZERO TO WS-ORD-MONTANT-ATTENDU
               PERFORM 2500-WRITE-EXCEPTION
               GO TO RAPPROCHER-RETOUR-END
           END-IF.

           PERFORM 2110-CHERCHER-ORDRE.

           EVALUATE TRUE
               WHEN RETOUR-RAPPROCHE
                   CONTINUE
               WHEN RETOUR-EN-DOUBLE
                   MOVE "ORDRE DEJA RETOURNE" TO WS-EXC-RAISON
               WHEN RETOUR-AUTRE-MONTANT
                   MOVE "MONTANT DIFFERENT DU PAIEMENT"
                       TO WS-EXC-RAISON
               WHEN RETOUR-AUTRE-RIB
                   MOVE "RIB DIFFERENT DU PAIEMENT" TO WS-EXC-RAISON
               WHEN OTHER
                   MOVE "AUCUN PAIEMENT CORRESPONDANT"
                       TO WS-EXC-RAISON
           END-EVALUATE.
           IF NOT RETOUR-RAPPROCHE
               PERFORM 2500-WRITE-EXCEPTION
               GO TO RAPPROCHER-RETOUR-END
           END-IF.

           *>UN RETOUR DEJA NOTE SUR LE MEME RIB, POUR LA MEME
           *>PERIODE ET LE MEME FICHIER DE LA BANQUE, PAR UN PASSAGE
           *>PRECEDENT, NE DOIT PAS ETRE REEMIS UNE SECONDE FOIS
           PERFORM 2120-CHERCHER-DEJA-RETOURNE.
           MOVE RB-EMPLOYEID TO RS-EMPLOYEID.
           READ FICHE-SUSP
               INVALID KEY
                   SET SUSPECT-NOUVEAU TO TRUE
               NOT INVALID KEY
                   SET SUSPECT-EXISTANT TO TRUE
           END-READ.
           IF SUSPECT-EXISTANT AND EMPLOYE-PAS-RETOURNE
               AND RS-PERIODE = WS-PERIODE
               AND RS-DATE-RETOUR = WS-DATE-RETOUR
               AND RS-RIB = RB-RIB
               MOVE "RETOUR DEJA TRAITE" TO WS-EXC-RAISON
               MOVE ZERO TO WS-ORD-MONTANT-ATTENDU
               PERFORM 2500-WRITE-EXCEPTION
               GO TO RAPPROCHER-RETOUR-END
           END-IF.

           SET WS-ORD-IDX TO WS-ORD-TROUVE.
           SET ORD-RETOURNE (WS-ORD-IDX) TO TRUE.
           ADD 1 TO WS-CNT-RAPPROCHES.
           PERFORM 2200-WRITE-REEMISSION.
           PERFORM 2300-MARQUER-SUSPECT.

           RAPPROCHER-RETOUR-END.
               EXIT.

       2110-CHERCHER-ORDRE SECTION.
           CHERCHER-ORDRE-START.

           *>LE RAPPROCHEMENT EXIGE L'EMPLOYE, LE RIB ET LE MONTANT ;
           *>A DEFAUT, ON RETIENT LE MOTIF LE PLUS PROCHE POUR LA
           *>LISTE DES EXCEPTIONS
           SET RETOUR-SANS-PAIEMENT TO TRUE.
           MOVE ZERO TO WS-ORD-TROUVE.
           MOVE ZERO TO WS-ORD-MONTANT-ATTENDU.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
                       OR RETOUR-RAPPROCHE
               IF WS-ORD-EMPLOYEID (WS-ORD-IDX) = RB-EMPLOYEID
                   EVALUATE TRUE
                       WHEN WS-ORD-RIB (WS-ORD-IDX) NOT = RB-RIB
                           IF RETOUR-SANS-PAIEMENT
                               SET RETOUR-AUTRE-RIB TO TRUE
                           END-IF
                       WHEN WS-ORD-NET (WS-ORD-IDX) NOT = RB-MONTANT
                           IF NOT RETOUR-EN-DOUBLE
                               SET RETOUR-AUTRE-MONTANT TO TRUE
                               MOVE WS-ORD-NET (WS-ORD-IDX)
                                   TO WS-ORD-MONTANT-ATTENDU
                           END-IF
                       WHEN ORD-RETOURNE (WS-ORD-IDX)
                           SET RETOUR-EN-DOUBLE TO TRUE
                       WHEN OTHER
                           SET RETOUR-RAPPROCHE TO TRUE
                           SET WS-ORD-TROUVE TO WS-ORD-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF NOT RETOUR-AUTRE-MONTANT
               MOVE ZERO TO WS-ORD-MONTANT-ATTENDU
           END-IF.

           CHERCHER-ORDRE-END.
               EXIT.

       2120-CHERCHER-DEJA-RETOURNE SECTION.
           CHERCHER-DEJA-RETOURNE-START.

           *>UN EMPLOYE DEJA RAPPROCHE DANS CE PASSAGE (PAIE PUIS
           *>RAPPEL) A SON ENREGISTREMENT SUSPECT ECRIT PAR NOUS-MEMES
           SET EMPLOYE-PAS-RETOURNE TO TRUE.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
               IF WS-ORD-EMPLOYEID (WS-ORD-IDX) = RB-EMPLOYEID
                   AND ORD-RETOURNE (WS-ORD-IDX)
                   SET EMPLOYE-DEJA-RETOURNE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           CHERCHER-DEJA-RETOURNE-END.
               EXIT.

       2200-WRITE-REEMISSION SECTION.
           WRITE-REEMISSION-START.

           MOVE WS-ORD-EMPLOYEID (WS-ORD-IDX) TO WRE-EMPLOYEID.
           MOVE WS-ORD-PRENOM (WS-ORD-IDX) TO WRE-PRENOM.
           MOVE WS-ORD-NOM (WS-ORD-IDX) TO WRE-NOM.
           MOVE WS-ORD-NET (WS-ORD-IDX) TO WRE-NET.
           MOVE RB-MOTIF TO WRE-MOTIF.
           MOVE SPACES TO FS-BUF-REEMIS.
           MOVE WS-REEMIS-LINE TO FS-BUF-REEMIS.
           WRITE FS-BUF-REEMIS.
           ADD WS-ORD-NET (WS-ORD-IDX) TO WS-SUM-REEMIS.

           *>UNE LIGNE DE DEBIT BANQUE PAR RETOUR, POUR QUE LE
           *>RELEVE BANCAIRE SE POINTE LIGNE A LIGNE ; LE CREDIT DU
           *>NET A REEMETTRE EST GLOBAL, EN FIN D'EXTRAIT
           MOVE "D" TO WGL-SENS.
           MOVE WS-COMPTE-BANQUE TO WGL-COMPTE.
           MOVE SPACES TO WGL-LIBELLE.
           STRING "RETOUR VIREMENT " DELIMITED BY SIZE
               WS-ORD-EMPLOYEID (WS-ORD-IDX) DELIMITED BY SIZE
               INTO WGL-LIBELLE
           END-STRING.
           MOVE WS-ORD-NET (WS-ORD-IDX) TO WGL-MONTANT.
           MOVE WS-GL-LINE TO FS-BUF-GL.
           WRITE FS-BUF-GL.
           ADD WS-ORD-NET (WS-ORD-IDX) TO WS-SUM-DEBITS.

           WRITE-REEMISSION-END.
               EXIT.

       2300-MARQUER-SUSPECT SECTION.
           MARQUER-SUSPECT-START.

           MOVE SPACES TO WS-IMAGE-AVANT.
           IF SUSPECT-EXISTANT
               MOVE RIBSUSP-RECORD TO WS-IMAGE-AVANT
           END-IF.

           *>LE SECOND ORDRE D'UN EMPLOYE DANS LE MEME RETOUR CUMULE
           *>SON MONTANT ; TOUT AUTRE RETOUR REMPLACE L'ANCIEN
           IF SUSPECT-EXISTANT AND EMPLOYE-DEJA-RETOURNE
               ADD WS-ORD-NET (WS-ORD-IDX) TO RS-MONTANT
           ELSE
               MOVE RB-EMPLOYEID TO RS-EMPLOYEID
               MOVE RB-RIB TO RS-RIB
               MOVE WS-PERIODE TO RS-PERIODE
               MOVE WS-DATE-RETOUR TO RS-DATE-RETOUR
               MOVE RB-MOTIF TO RS-MOTIF
               MOVE WS-ORD-NET (WS-ORD-IDX) TO RS-MONTANT
           END-IF.

           IF SUSPECT-EXISTANT
               REWRITE RIBSUSP-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CNT-ERREURS
                       DISPLAY "RIB SUSPECT NON NOTE POUR EMPLOYEID : "
                           RB-EMPLOYEID
                   NOT INVALID KEY
                       PERFORM 2400-ECRIRE-JOURNAL
               END-REWRITE
           ELSE
               WRITE RIBSUSP-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CNT-ERREURS
                       DISPLAY "RIB SUSPECT NON NOTE POUR EMPLOYEID : "
                           RB-EMPLOYEID
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-SUSPECTS
                       PERFORM 2400-ECRIRE-JOURNAL
               END-WRITE
           END-IF.

           MARQUER-SUSPECT-END.
               EXIT.

       2500-WRITE-EXCEPTION SECTION.
           WRITE-EXCEPTION-START.

           ADD 1 TO WS-CNT-EXCEPTIONS.
           MOVE SPACES TO WS-EXC-LINE.
           IF RB-DETAIL
               MOVE RB-EMPLOYEID TO WXL-EMPLOYEID
               MOVE RB-RIB TO WXL-RIB
               MOVE RB-MOTIF TO WXL-MOTIF
               IF RB-MONTANT NUMERIC
                   MOVE RB-MONTANT TO WXL-MONTANT
                   ADD RB-MONTANT TO WS-SUM-EXCEPTIONS
               END-IF
           ELSE
               MOVE RETOUR-RECORD TO WXL-RIB
           END-IF.
           MOVE WS-EXC-RAISON TO WXL-RAISON.
           MOVE WS-ORD-MONTANT-ATTENDU TO WXL-ATTENDU.
           MOVE SPACES TO FS-BUF-EXC.
           MOVE WS-EXC-LINE TO FS-BUF-EXC.
           WRITE FS-BUF-EXC.

           WRITE-EXCEPTION-END.
               EXIT.

       2400-ECRIRE-JOURNAL SECTION.
           ECRIRE-JOURNAL-START.

           MOVE WS-CURRENT-DATE TO JRN-DATE.
           MOVE "BANK-RETURN" TO JRN-PROGRAMME.
           MOVE "S" TO JRN-CODE-TRANS.
           MOVE RS-EMPLOYEID TO JRN-CLE.
           MOVE WS-IMAGE-AVANT TO JRN-AVANT.
           MOVE SPACES TO JRN-APRES.
           MOVE RIBSUSP-RECORD TO JRN-APRES.

           WRITE JOURNAL-RECORD.
           IF WS-FICHE-JRN-STATUS NOT = "00"
               DISPLAY "ECRITURE JOURNAL REFUSEE POUR EMPLOYEID : "
                   RS-EMPLOYEID
               DISPLAY "Le code erreur est : " WS-FICHE-JRN-STATUS
           END-IF.

           ECRIRE-JOURNAL-END.
               EXIT.

       2900-WRITE-GL-CONTREPARTIE SECTION.
           WRITE-GL-CONTREPARTIE-START.

           IF WS-SUM-DEBITS > ZERO
               MOVE "C" TO WGL-SENS
               MOVE WS-COMPTE-NET TO WGL-COMPTE
               MOVE "NET A REEMETTRE" TO WGL-LIBELLE
               MOVE WS-SUM-REEMIS TO WGL-MONTANT
               MOVE WS-GL-LINE TO FS-BUF-GL
               WRITE FS-BUF-GL
               ADD WS-SUM-REEMIS TO WS-SUM-CREDITS
           END-IF.

           MOVE WS-SUM-DEBITS TO WGT-DEBITS.
           MOVE WS-SUM-CREDITS TO WGT-CREDITS.
           IF WS-SUM-DEBITS = WS-SUM-CREDITS
               MOVE "EQUILIBRE" TO WGT-ETAT
           ELSE
               MOVE "DESEQUILIBRE" TO WGT-ETAT
               DISPLAY "ECRITURES DE RETOUR DESEQUILIBREES : "
                   "DEBITS " WS-SUM-DEBITS " CREDITS " WS-SUM-CREDITS
           END-IF.
           MOVE WS-GL-TRAILER TO FS-BUF-GL.
           WRITE FS-BUF-GL.

           WRITE-GL-CONTREPARTIE-END.
               EXIT.

       2950-WRITE-TOTAUX-EXC SECTION.
           WRITE-TOTAUX-EXC-START.

           MOVE WS-STARS-FILLER TO FS-BUF-EXC.
           WRITE FS-BUF-EXC.

           MOVE "RETOURS LUS" TO WXO-LIBELLE.
           MOVE WS-CNT-RETOURS TO WXO-VALEUR.
           PERFORM 2960-WRITE-TOTAL-EXC.
           MOVE "RETOURS RAPPROCHES ET REEMIS" TO WXO-LIBELLE.
           MOVE WS-CNT-RAPPROCHES TO WXO-VALEUR.
           PERFORM 2960-WRITE-TOTAL-EXC.
           MOVE "MONTANT REEMIS PAR CHEQUE" TO WXO-LIBELLE.
           MOVE WS-SUM-REEMIS TO WXO-VALEUR.
           PERFORM 2960-WRITE-TOTAL-EXC.
           MOVE "RETOURS NON RAPPROCHES" TO WXO-LIBELLE.
           MOVE WS-CNT-EXCEPTIONS TO WXO-VALEUR.
           PERFORM 2960-WRITE-TOTAL-EXC.
           MOVE "MONTANT NON RAPPROCHE" TO WXO-LIBELLE.
           MOVE WS-SUM-EXCEPTIONS TO WXO-VALEUR.
           PERFORM 2960-WRITE-TOTAL-EXC.

           WRITE-TOTAUX-EXC-END.
               EXIT.

       2960-WRITE-TOTAL-EXC SECTION.
           WRITE-TOTAL-EXC-START.

           MOVE SPACES TO FS-BUF-EXC.
           MOVE WS-EXC-TOTAL-LINE TO FS-BUF-EXC.
           WRITE FS-BUF-EXC.

           WRITE-TOTAL-EXC-END.
               EXIT.

       3000-CLOSE-FILE SECTION.
           CLOSE-FILE-START.

           DISPLAY "RETOURS LUS : " WS-CNT-RETOURS.
           DISPLAY "RETOURS RAPPROCHES ET REEMIS : " WS-CNT-RAPPROCHES.
           DISPLAY "MONTANT REEMIS : " WS-SUM-REEMIS.
           DISPLAY "NOUVEAUX RIB SUSPECTS : " WS-CNT-SUSPECTS.
           DISPLAY "RETOURS NON RAPPROCHES : " WS-CNT-EXCEPTIONS.
           DISPLAY "ERREURS D'ECRITURE : " WS-CNT-ERREURS.

           CLOSE FICHE-RETOUR.
           CLOSE FICHE-SUSP.
           CLOSE FICHE-REEMIS.
           CLOSE FICHE-GL.
           CLOSE FICHE-EXC.
           CLOSE FICHE-JRN.

           IF WS-CNT-ERREURS > 0
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CNT-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE-FILE-END.
               EXIT.

       9999-FIN-PROGRAMME.
      *>---------------------------------------------------------------
       STOP RUN.
       END PROGRAM BANK-RETURN.
