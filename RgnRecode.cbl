               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

           SELECT OPTIONAL GEN-REGISTER-FILE ASSIGN TO "GENREG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-GEN-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mouvements de recodage : ancien code, nouveau code, date
           03 RM-LABEL             PIC X(12).
           03 RM-MANAGER           PIC X(12).
           03 RM-ACTIVE            PIC X(01).
           03 RM-DIRECTORATE       PIC X(12).

      *    Maître des collaborateurs, même dessin que dans DataDisp.
       FD  USER-MASTER-FILE
       FD  RECODE-REPORT-FILE.
       01  RECODE-REPORT-LINE       PIC X(80).

      *    Registre des générations, même dessin que dans DataDisp :
      *    le maître et l'historique recodés y sont tamponnés pour
      *    que les programmes qui lisent USERMST et HISTFILE
      *    reconnaissent une permutation oubliée.
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

       01  WS-FILE-STATUS.
           03 WS-HISTORY-IN-STATUS  PIC X(02) VALUE "00".
           03 WS-HISTORY-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS  PIC X(02) VALUE "00".
           03 WS-GEN-REG-STATUS     PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-HS-READ-COUNT          PIC 9(07) VALUE 0.
       01  WS-HS-RECODED-COUNT       PIC 9(07) VALUE 0.

      *    Tampons du maître et de l'historique recodés (registre
      *    GENREG, voir 5000) : totaux de contrôle calculés comme
      *    dans DataDisp, somme des scores numériques.
       01  WS-GEN-PROGRAM            PIC X(10) VALUE "RgnRecode".
       01  WS-GEN-FILE-NAME          PIC X(10) VALUE SPACES.
       01  WS-GEN-COUNT              PIC 9(09) VALUE 0.
       01  WS-GEN-TOTAL              PIC 9(13) VALUE 0.
       01  WS-GEN-SOURCE-GEN         PIC 9(05) VALUE 0.
       01  WS-GEN-SCORE-NUM          PIC 9(04) VALUE 0.
       01  WS-GEN-EOF-FLAG           PIC X(01) VALUE "N".
           88 WS-GEN-EOF             VALUE "Y".
       01  WS-GEN-LAST.
           03 WS-GL-GEN-NO           PIC 9(05).
       01  WS-GEN-UM-TOTAL           PIC 9(13) VALUE 0.
       01  WS-GEN-HS-TOTAL           PIC 9(13) VALUE 0.

       01  WS-RECODE-HEADER-1.
           03 FILLER                PIC X(11) VALUE "RgnRecode -".
           03 FILLER                PIC X(01) VALUE SPACE.
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 5000-STAMP-GENERATIONS THRU 5000-EXIT.

       1100-EXIT.
           EXIT.

           END-PERFORM.

           WRITE NEW-USER-MASTER-REC.
           IF NU-SCORE IS NUMERIC
               MOVE NU-SCORE TO WS-GEN-SCORE-NUM
               ADD WS-GEN-SCORE-NUM TO WS-GEN-UM-TOTAL
           END-IF.

       2050-EXIT.
           EXIT.
           END-PERFORM.

           WRITE NEW-HISTORY-REC.
           IF NH-SCORE IS NUMERIC
               MOVE NH-SCORE TO WS-GEN-SCORE-NUM
               ADD WS-GEN-SCORE-NUM TO WS-GEN-HS-TOTAL
           END-IF.

       3050-EXIT.
           EXIT.

       4000-EXIT.
           EXIT.

      * Tamponne au registre GENREG le maître recodé USERMSTR,
      * publié comme USERMST, et l'historique recodé HISTRCD,
      * publié comme HISTFILE (chiffres cumulés à l'écriture, 2050
      * et 3050).
       5000-STAMP-GENERATIONS.

           MOVE 0                    TO WS-GEN-SOURCE-GEN.

           MOVE "USERMST"            TO WS-GEN-FILE-NAME.
           MOVE WS-UM-READ-COUNT     TO WS-GEN-COUNT.
           MOVE WS-GEN-UM-TOTAL      TO WS-GEN-TOTAL.
           PERFORM 5010-WRITE-STAMP THRU 5010-EXIT.

           MOVE "HISTFILE"           TO WS-GEN-FILE-NAME.
           MOVE WS-HS-READ-COUNT     TO WS-GEN-COUNT.
           MOVE WS-GEN-HS-TOTAL      TO WS-GEN-TOTAL.
           PERFORM 5010-WRITE-STAMP THRU 5010-EXIT.

       5000-EXIT.
           EXIT.

      * Dépose le tampon de WS-GEN-FILE-NAME (chiffres WS-GEN-COUNT
      * et WS-GEN-TOTAL, origine WS-GEN-SOURCE-GEN) avec le numéro
      * qui suit le dernier tampon du même fichier. Même règle que
      * dans DataDisp : un registre indisponible est signalé en
      * console sans condamner l'exécution.
       5010-WRITE-STAMP.

           MOVE 0 TO WS-GL-GEN-NO.
           MOVE "N" TO WS-GEN-EOF-FLAG.
           OPEN INPUT GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
               IF WS-GEN-REG-STATUS = "05"
                   CLOSE GEN-REGISTER-FILE
                   GO TO 5010-APPEND
               ELSE
                   DISPLAY "RgnRecode - ATTENTION: REGISTRE GENREG "
                       "INDISPONIBLE, STATUT: " WS-GEN-REG-STATUS
                   GO TO 5010-EXIT
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

       5010-APPEND.
           OPEN EXTEND GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
                   AND WS-GEN-REG-STATUS NOT = "05"
               DISPLAY "RgnRecode - ATTENTION: REGISTRE GENREG "
                   "INDISPONIBLE, STATUT: " WS-GEN-REG-STATUS
               GO TO 5010-EXIT
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

       5010-EXIT.
           EXIT.
