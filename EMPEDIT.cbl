           COPY EMPTRANS.

       FD  TRANS-OUT.
       01  FS-BUF-OUT PIC X(115).

       FD  TRANS-REJ.
       01  FS-BUF-REJ PIC X(150).

       FD  DEPT-MASTER.
           COPY DEPTREC.
       01  WS-MIN-AGE PIC 9(3) VALUE 16.
       01  WS-AGE-CALC PIC S9(3).

       *>BORNES DE LA DATE D'EMBAUCHE D'UN AJOUT, EN YYYYMMDD
       01  WS-EMB-DATE PIC 9(8).
       01  WS-EMB-DATE-MIN PIC 9(8).
       01  WS-EMB-DATE-MAX PIC 9(8).

       01  WS-CURRENT-DATE.
           05 WS-CUR-ANNEE PIC 9(4).
           05 WS-CUR-MOIS PIC 9(2).
       01  WS-CNT-REJETEES PIC 9(5) VALUE 0.

       01  WS-REJET-LINE.
           05 WS-REJ-TRANS PIC X(115).
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-REJ-RAISON PIC X(32).

               END-IF
           END-IF.

           IF RECORD-VALIDE
               PERFORM 2115-VALIDER-DATE-EMBAUCHE
           END-IF.

           VALIDER-CHAMPS-AJOUT-END.
               EXIT.

       2115-VALIDER-DATE-EMBAUCHE SECTION.
           VALIDER-DATE-EMBAUCHE-START.

           IF TRANS-EMB-ANNEE NOT NUMERIC OR TRANS-EMB-MOIS NOT NUMERIC
               OR TRANS-EMB-JOUR NOT NUMERIC
               SET RECORD-REJETE TO TRUE
               MOVE "DATE D'EMBAUCHE NON NUMERIQUE" TO WS-REJET-RAISON
               GO TO VALIDER-DATE-EMBAUCHE-END
           END-IF.

           IF TRANS-EMB-ANNEE < 1900
               OR TRANS-EMB-MOIS < 1 OR TRANS-EMB-MOIS > 12
               OR TRANS-EMB-JOUR < 1 OR TRANS-EMB-JOUR > 31
               SET RECORD-REJETE TO TRUE
               MOVE "DATE D'EMBAUCHE INVALIDE" TO WS-REJET-RAISON
               GO TO VALIDER-DATE-EMBAUCHE-END
           END-IF.

           *>L'EMBAUCHE NE PEUT ETRE POSTERIEURE A AUJOURD'HUI, SAUF
           *>POUR UN AJOUT DATE D'AVANCE QUI ATTEND SA DATE D'EFFET
           *>DANS EMPPEND.DAT : L'EMBAUCHE PEUT ALORS ALLER JUSQU'A
           *>CETTE DATE
           MOVE TRANS-DATE-EMBAUCHE TO WS-EMB-DATE.
           MOVE WS-CURRENT-DATE TO WS-EMB-DATE-MAX.
           IF TRANS-DATE-EFFET NUMERIC
               AND TRANS-DATE-EFFET > WS-EMB-DATE-MAX
               MOVE TRANS-DATE-EFFET TO WS-EMB-DATE-MAX
           END-IF.
           IF WS-EMB-DATE > WS-EMB-DATE-MAX
               SET RECORD-REJETE TO TRUE
               MOVE "DATE D'EMBAUCHE FUTURE" TO WS-REJET-RAISON
               GO TO VALIDER-DATE-EMBAUCHE-END
           END-IF.

           *>PAS D'EMBAUCHE AVANT LE SEIZIEME ANNIVERSAIRE, MEME AGE
           *>MINIMUM QUE CI-DESSUS
           COMPUTE WS-EMB-DATE-MIN =
               (TRANS-ANNEE + WS-MIN-AGE) * 10000
               + TRANS-MOIS * 100 + TRANS-JOUR.
           IF WS-EMB-DATE < WS-EMB-DATE-MIN
               SET RECORD-REJETE TO TRUE
               MOVE "EMBAUCHE AVANT 16 ANS" TO WS-REJET-RAISON
           END-IF.

           VALIDER-DATE-EMBAUCHE-END.
               EXIT.

       2120-VALIDER-CHAMPS-PAIE SECTION.
           VALIDER-CHAMPS-PAIE-START.

