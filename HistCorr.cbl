      *    collaborateur touché. Les corrections portant sur une date
      *    sortie de la fenêtre de rétention ou sur un couple ID/date
      *    absent sont rejetées sur le compte rendu, jamais écartées
      *    en silence. CORRIN est produit par DisputeMnt à partir des
      *    contestations approuvées des responsables de région, avec
      *    le numéro de contestation repris sur le compte rendu ; une
      *    correction sans numéro y est signalée MANUELLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

           SELECT OPTIONAL CORR-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-LOG-OUT-STATUS.

           SELECT OPTIONAL GEN-REGISTER-FILE ASSIGN TO "GENREG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-GEN-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mouvements de correction : ID, date d'effet (AAAAMMJJ),
      *    score corrigé sur quatre positions et numéro de la
      *    contestation approuvée au registre de DisputeMnt (blanc
      *    pour une correction saisie hors registre).
       FD  CORR-TRANS-FILE
           RECORDING MODE IS F.
       01  CORR-TRANS-REC.
           03 CR-ID                 PIC X(04).
           03 CR-DATE               PIC X(08).
           03 CR-SCORE              PIC X(04).
           03 CR-DISPUTE-NO         PIC X(05).

      *    Historique glissant, même dessin que dans DataDisp.
       FD  HISTORY-FILE
       FD  CORR-REPORT-FILE.
       01  CORR-REPORT-LINE         PIC X(80).

      *    Cumul des corrections appliquées : un enregistrement par
      *    correction appliquée (ID, date d'effet, ancien et nouveau
      *    score, date d'exécution), ouvert en extension à chaque
      *    passage. Matière du bilan annuel par collaborateur
      *    (ScoreCard). OPTIONAL : créé par la première exécution.
       FD  CORR-LOG-FILE
           RECORDING MODE IS F.
       01  CORR-LOG-REC.
           03 CL-ID                 PIC X(04).
           03 CL-DATE               PIC 9(08).
           03 CL-OLD-SCORE          PIC X(04).
           03 CL-NEW-SCORE          PIC X(04).
           03 CL-RUN-DATE           PIC 9(08).

      *    Registre des générations, même dessin que dans DataDisp :
      *    l'historique corrigé y est tamponné pour que les
      *    programmes qui lisent HISTFILE reconnaissent une
      *    permutation oubliée.
       FD  GEN-REGISTER-FILE
           RECORDING MODE IS F.
       01  GEN-REGISTER-REC.
           03 GR-FILE               PIC X(10).
           03 GR-GEN-NO             PIC 9(05).
           03 GR-SOURCE-GEN         PIC 9(05).
           03 GR-RUN-DATE           PIC 9(08).
           03 GR-RUN-ID             PIC 9(05).
           03 GR-PRODUCER           PIC X(10).
           03 GR-COUNT              PIC 9(09).
           03 GR-TOTAL              PIC 9(13).

       WORKING-STORAGE SECTION.

       01  K         PIC 9(05) VALUE 1.
           03 WS-HISTORY-IN-STATUS  PIC X(02) VALUE "00".
           03 WS-HISTORY-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS  PIC X(02) VALUE "00".
           03 WS-LOG-OUT-STATUS     PIC X(02) VALUE "00".
           03 WS-GEN-REG-STATUS     PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
                   88 WS-CO-APPLIED   VALUE "A".
                   88 WS-CO-REJECTED  VALUE "R".
               05 WS-CO-REASON        PIC X(20).
               05 WS-CO-DISPUTE-NO    PIC X(05).

      *    Date la plus ancienne portée par l'historique : une
      *    correction antérieure à cette date vise une journée déjà
       01  WS-CORR-APPLIED-COUNT     PIC 9(05) VALUE 0.
       01  WS-CORR-REJECT-COUNT      PIC 9(05) VALUE 0.

      *    Tampon de l'historique corrigé (registre GENREG, voir
      *    1600) : total de contrôle calculé comme dans DataDisp,
      *    somme des scores numériques.
       01  WS-GEN-PROGRAM            PIC X(10) VALUE "HistCorr".
       01  WS-GEN-FILE-NAME          PIC X(10) VALUE SPACES.
       01  WS-GEN-COUNT              PIC 9(09) VALUE 0.
       01  WS-GEN-TOTAL              PIC 9(13) VALUE 0.
       01  WS-GEN-SOURCE-GEN         PIC 9(05) VALUE 0.
       01  WS-GEN-SCORE-NUM          PIC 9(04) VALUE 0.
       01  WS-GEN-EOF-FLAG           PIC X(01) VALUE "N".
           88 WS-GEN-EOF             VALUE "Y".
       01  WS-GEN-LAST.
           03 WS-GL-GEN-NO           PIC 9(05).

       01  WS-CORR-HEADER-1.
           03 FILLER                PIC X(10) VALUE "HistCorr -".
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(10) VALUE "  DATE: ".
           03 CH1-RUN-DATE          PIC X(10).

       01  WS-CORR-HEADER-2.
           03 FILLER                PIC X(58) VALUE
           "ID   DATE EFFET  REGION        NOM         ANCIEN NOUVEAU".
           03 FILLER                PIC X(12) VALUE " CONTEST.".
       01  WS-CORR-HEADER-3         PIC X(70) VALUE ALL "-".

       01  WS-ADJ-DETAIL-LINE.
           03 AD-ID                 PIC X(04).
           03 AD-OLD-SCORE          PIC X(04).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 AD-NEW-SCORE          PIC X(04).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 AD-DISPUTE            PIC X(08).

       01  WS-REJ-HEADER            PIC X(37)
               VALUE "CORRECTIONS REJETEES".
           03 RJ-SCORE              PIC X(04).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RJ-REASON             PIC X(20).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RJ-DISPUTE            PIC X(08).

       01  WS-DATE-EDIT.
           03 DE-YYYY               PIC 9(04).
           WRITE CORR-REPORT-LINE FROM WS-CORR-HEADER-3
               AFTER ADVANCING 1 LINE.

           OPEN EXTEND CORR-LOG-FILE.
           IF WS-LOG-OUT-STATUS NOT = "00"
                   AND WS-LOG-OUT-STATUS NOT = "05"
               DISPLAY "HistCorr - ERREUR OUVERTURE CORRLOG, STATUT: "
                   WS-LOG-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1300-REWRITE-HISTORY THRU 1300-EXIT.
           CLOSE CORR-LOG-FILE.
           PERFORM 1500-WRITE-REJECTS THRU 1500-EXIT.

           MOVE WS-CORR-READ-COUNT    TO CT1-COUNT.
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 1600-STAMP-GENERATION THRU 1600-EXIT.

       1100-EXIT.
           EXIT.

           MOVE CR-ID    TO WS-CO-ID (WS-CO-IDX).
           MOVE CR-SCORE TO WS-CO-SCORE (WS-CO-IDX).
           MOVE SPACES   TO WS-CO-REASON (WS-CO-IDX).
           MOVE CR-DISPUTE-NO TO WS-CO-DISPUTE-NO (WS-CO-IDX).
           MOVE "P"      TO WS-CO-STATE (WS-CO-IDX).

           IF CR-DATE IS NOT NUMERIC
           END-PERFORM.

           WRITE NEW-HISTORY-REC.
           ADD 1 TO WS-GEN-COUNT.
           IF NH-SCORE IS NUMERIC
               MOVE NH-SCORE TO WS-GEN-SCORE-NUM
               ADD WS-GEN-SCORE-NUM TO WS-GEN-TOTAL
           END-IF.

       1350-EXIT.
           EXIT.

      * Applique la correction WS-CO-IDX sur l'enregistrement en
      * cours de report et imprime la ligne d'ajustement. La
      * correction est portée une seule fois sur CORRLOG, au premier
      * enregistrement ajusté (les doublons ID/date ne la comptent
      * pas deux fois).
       1360-ADJUST-ONE-REC.

           MOVE HS-ID     TO AD-ID.
           MOVE HS-NAME   TO AD-NAME.
           MOVE NH-SCORE  TO AD-OLD-SCORE.
           MOVE WS-CO-SCORE (WS-CO-IDX) TO AD-NEW-SCORE.
           IF WS-CO-DISPUTE-NO (WS-CO-IDX) = SPACES
               MOVE "MANUELLE" TO AD-DISPUTE
           ELSE
               MOVE WS-CO-DISPUTE-NO (WS-CO-IDX) TO AD-DISPUTE
           END-IF.
           WRITE CORR-REPORT-LINE FROM WS-ADJ-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-CO-PENDING (WS-CO-IDX)
               MOVE "A" TO WS-CO-STATE (WS-CO-IDX)
               ADD 1 TO WS-CORR-APPLIED-COUNT
               MOVE HS-ID                TO CL-ID
               MOVE HS-DATE              TO CL-DATE
               MOVE AD-OLD-SCORE         TO CL-OLD-SCORE
               MOVE AD-NEW-SCORE         TO CL-NEW-SCORE
               MOVE WS-RUN-DATE-YYYYMMDD TO CL-RUN-DATE
               WRITE CORR-LOG-REC
           END-IF.

       1360-EXIT.
                   MOVE WS-DATE-EDIT TO RJ-DATE
                   MOVE WS-CO-SCORE (WS-CO-IDX) TO RJ-SCORE
                   MOVE WS-CO-REASON (WS-CO-IDX) TO RJ-REASON
                   IF WS-CO-DISPUTE-NO (WS-CO-IDX) = SPACES
                       MOVE "MANUELLE" TO RJ-DISPUTE
                   ELSE
                       MOVE WS-CO-DISPUTE-NO (WS-CO-IDX) TO RJ-DISPUTE
                   END-IF
                   WRITE CORR-REPORT-LINE FROM WS-REJ-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF

       1500-EXIT.
           EXIT.

      * Tamponne au registre GENREG l'historique corrigé HISTUPD,
      * publié comme HISTFILE (chiffres cumulés à l'écriture, 1350).
       1600-STAMP-GENERATION.

           MOVE "HISTFILE"           TO WS-GEN-FILE-NAME.
           MOVE 0                    TO WS-GEN-SOURCE-GEN.
           PERFORM 1610-WRITE-STAMP THRU 1610-EXIT.

       1600-EXIT.
           EXIT.

      * Dépose le tampon de WS-GEN-FILE-NAME (chiffres WS-GEN-COUNT
      * et WS-GEN-TOTAL, origine WS-GEN-SOURCE-GEN) avec le numéro
      * qui suit le dernier tampon du même fichier. Même règle que
      * dans DataDisp : un registre indisponible est signalé en
      * console sans condamner l'exécution.
       1610-WRITE-STAMP.

           MOVE 0 TO WS-GL-GEN-NO.
           MOVE "N" TO WS-GEN-EOF-FLAG.
           OPEN INPUT GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
               IF WS-GEN-REG-STATUS = "05"
                   CLOSE GEN-REGISTER-FILE
                   GO TO 1610-APPEND
               ELSE
                   DISPLAY "HistCorr - ATTENTION: REGISTRE GENREG "
                       "INDISPONIBLE, STATUT: " WS-GEN-REG-STATUS
                   GO TO 1610-EXIT
               END-IF
           END-IF.

           PERFORM UNTIL WS-GEN-EOF
               READ GEN-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF-FLAG
                   NOT AT END
                       IF GR-FILE = WS-GEN-FILE-NAME
                           MOVE GR-GEN-NO TO WS-GL-GEN-NO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GEN-REGISTER-FILE.

       1610-APPEND.
           OPEN EXTEND GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
                   AND WS-GEN-REG-STATUS NOT = "05"
               DISPLAY "HistCorr - ATTENTION: REGISTRE GENREG "
                   "INDISPONIBLE, STATUT: " WS-GEN-REG-STATUS
               GO TO 1610-EXIT
           END-IF.

           MOVE WS-GEN-FILE-NAME     TO GR-FILE.
           COMPUTE GR-GEN-NO = WS-GL-GEN-NO + 1.
           MOVE WS-GEN-SOURCE-GEN    TO GR-SOURCE-GEN.
           MOVE WS-RUN-DATE-YYYYMMDD TO GR-RUN-DATE.
           MOVE 0 TO GR-RUN-ID.
           MOVE WS-GEN-PROGRAM       TO GR-PRODUCER.
           MOVE WS-GEN-COUNT         TO GR-COUNT.
           MOVE WS-GEN-TOTAL         TO GR-TOTAL.
           WRITE GEN-REGISTER-REC.
           CLOSE GEN-REGISTER-FILE.

       1610-EXIT.
           EXIT.
