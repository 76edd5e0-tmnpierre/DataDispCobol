               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

           SELECT OPTIONAL GEN-REGISTER-FILE ASSIGN TO "GENREG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-GEN-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mouvements du jour : A = ajout d'une date, C = changement
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE       PIC X(80).

      *    Registre des générations, même dessin que dans DataDisp :
      *    le nouveau calendrier y est tamponné pour que les
      *    programmes qui lisent CALFILE reconnaissent une
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

       01  WS-FILE-STATUS.
           03 WS-MASTER-IN-STATUS  PIC X(02) VALUE "00".
           03 WS-MASTER-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-GEN-REG-STATUS    PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-CAL-MATCH-IDX          PIC 9(03) VALUE 0.
       01  WS-CAL-WRITTEN-COUNT      PIC 9(03) VALUE 0.

      *    Tampon du nouveau calendrier (registre GENREG, voir
      *    1600) : nombre de dates et total de contrôle calculé
      *    comme dans DataDisp, somme des dates plus un par jour
      *    férié.
       01  WS-GEN-PROGRAM            PIC X(10) VALUE "CalMnt".
       01  WS-GEN-FILE-NAME          PIC X(10) VALUE SPACES.
       01  WS-GEN-COUNT              PIC 9(09) VALUE 0.
       01  WS-GEN-TOTAL              PIC 9(13) VALUE 0.
       01  WS-GEN-SOURCE-GEN         PIC 9(05) VALUE 0.
       01  WS-GEN-EOF-FLAG           PIC X(01) VALUE "N".
           88 WS-GEN-EOF             VALUE "Y".
       01  WS-GEN-LAST.
           03 WS-GL-GEN-NO           PIC 9(05).

      *    Compteurs du compte rendu.
       01  WS-TRANS-READ-COUNT       PIC 9(05) VALUE 0.
       01  WS-TRANS-APPLIED-COUNT    PIC 9(05) VALUE 0.
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 1600-STAMP-GENERATION THRU 1600-EXIT.

       1100-EXIT.
           EXIT.

                   MOVE WS-CAL-LABEL (WS-CAL-IDX) TO NM-LABEL
                   WRITE NEW-MASTER-REC
                   ADD 1 TO WS-CAL-WRITTEN-COUNT
                   ADD NM-DATE TO WS-GEN-TOTAL
                   IF NM-TYPE = "F"
                       ADD 1 TO WS-GEN-TOTAL
                   END-IF
               END-IF
           END-PERFORM.


       1500-EXIT.
           EXIT.

      * Tamponne au registre GENREG le nouveau calendrier CALFILEN,
      * publié comme CALFILE (total cumulé à l'écriture, 1500).
       1600-STAMP-GENERATION.

           MOVE "CALFILE"            TO WS-GEN-FILE-NAME.
           MOVE WS-CAL-WRITTEN-COUNT TO WS-GEN-COUNT.
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
                   DISPLAY "CalMnt - ATTENTION: REGISTRE GENREG "
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
               DISPLAY "CalMnt - ATTENTION: REGISTRE GENREG "
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
