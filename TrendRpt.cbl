      *    au passage les couples ID/date qu'une reprise sur incident
      *    de DataDisp aurait déposés en double (le dernier déposé
      *    fait foi).
      *    Les journées purgées ne sont plus perdues : elles partent
      *    en extension sur l'archive annuelle de l'historique
      *    (HISTARCH pour l'année de la date d'exécution, HISTARCP
      *    pour l'année précédente, cas des journées de décembre
      *    purgées en début d'année), d'où le programme HistRest
      *    extrait une période au dessin de HISTFILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-HISTORY-OUT-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-OUT-STATUS.

           SELECT OPTIONAL PRIOR-ARCHIVE-FILE ASSIGN TO "HISTARCP"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PRIOR-ARCH-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-CAL-IN-STATUS.

           SELECT OPTIONAL GEN-REGISTER-FILE ASSIGN TO "GENREG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-GEN-REG-STATUS.

           SELECT TREND-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
           03 NH-REGION             PIC X(12).
           03 NH-NAME               PIC X(12).

      *    Archive annuelle de l'historique, en extension seulement
      *    (comme le journal AUDITLOG), dessin WS-ARCHIVE-WORK. Une
      *    relance de TrendRpt avant le remplacement de HISTFILE
      *    archive une seconde fois les mêmes journées ; HistRest
      *    dédoublonne les couples ID/date à l'extraction.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-REC              PIC X(48).

      *    Archive de l'année précédente, même dessin.
       FD  PRIOR-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  PRIOR-ARCHIVE-REC        PIC X(48).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE        PIC X(80).

           03 CA-TYPE               PIC X(01).
           03 CA-LABEL              PIC X(12).

      *    Registre des générations, même dessin que dans DataDisp :
      *    HISTFILE et CALFILE y sont contrôlés avant traitement, le
      *    nouvel historique HISTNEW y est tamponné comme HISTFILE.
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

       SD  TREND-SORT-FILE.
       01  TREND-SORT-REC.
           03 SR-ID                 PIC X(04).
           03 WS-HISTORY-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS  PIC X(02) VALUE "00".
           03 WS-CAL-IN-STATUS      PIC X(02) VALUE "00".
           03 WS-ARCHIVE-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-PRIOR-ARCH-STATUS  PIC X(02) VALUE "00".
           03 WS-GEN-REG-STATUS     PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-HIST-READ-COUNT       PIC 9(07) VALUE 0.
       01  WS-HIST-KEPT-COUNT       PIC 9(07) VALUE 0.
       01  WS-HIST-PURGED-COUNT     PIC 9(07) VALUE 0.
       01  WS-ARCH-COUNT            PIC 9(07) VALUE 0.
       01  WS-PRIOR-ARCH-COUNT      PIC 9(07) VALUE 0.
       01  WS-ARCH-YYYY             PIC 9(04) VALUE 0.

      *    Enregistrement d'archive : l'enregistrement de HISTFILE tel
      *    quel, suivi de la date d'exécution qui l'a archivé.
       01  WS-ARCHIVE-WORK.
           03 AR-ID                 PIC X(04).
           03 AR-DATE               PIC 9(08).
           03 AR-SCORE              PIC X(04).
           03 AR-REGION             PIC X(12).
           03 AR-NAME               PIC X(12).
           03 AR-ARCH-DATE          PIC 9(08).
       01  WS-ID-PRINTED-COUNT      PIC 9(05) VALUE 0.

      *    Contrôle des générations d'entrée et tampon du nouvel
      *    historique (registre GENREG, voir 1170 et 1700), totaux de
      *    contrôle calculés comme dans DataDisp : HISTFILE = somme
      *    des scores numériques, CALFILE = somme des dates plus un
      *    par jour férié.
       01  WS-GEN-PROGRAM            PIC X(10) VALUE "TrendRpt".
       01  WS-GEN-FILE-NAME          PIC X(10) VALUE SPACES.
       01  WS-GEN-COUNT              PIC 9(09) VALUE 0.
       01  WS-GEN-TOTAL              PIC 9(13) VALUE 0.
       01  WS-GEN-SOURCE-GEN         PIC 9(05) VALUE 0.
       01  WS-GEN-SCORE-NUM          PIC 9(04) VALUE 0.
       01  WS-GEN-EOF-FLAG           PIC X(01) VALUE "N".
           88 WS-GEN-EOF             VALUE "Y".
      *    Dernier tampon du fichier au registre, et dernier tampon
      *    dont les chiffres sont ceux de l'entrée (génération lue).
       01  WS-GEN-LAST.
           03 WS-GL-GEN-NO           PIC 9(05).
           03 WS-GL-SOURCE-GEN       PIC 9(05).
           03 WS-GL-RUN-DATE         PIC 9(08).
           03 WS-GL-PRODUCER         PIC X(10).
       01  WS-GEN-MATCH.
           03 WS-GM-GEN-NO           PIC 9(05).
           03 WS-GM-RUN-DATE         PIC 9(08).
       01  WS-GEN-IN-HISTORY         PIC 9(05) VALUE 0.
       01  WS-GEN-HIST-PRESENT-FLAG  PIC X(01) VALUE "N".
           88 WS-GEN-HIST-PRESENT    VALUE "Y".
       01  WS-GEN-HIST-COUNT         PIC 9(09) VALUE 0.
       01  WS-GEN-HIST-TOTAL         PIC 9(13) VALUE 0.
       01  WS-GEN-CAL-PRESENT-FLAG   PIC X(01) VALUE "N".
           88 WS-GEN-CAL-PRESENT     VALUE "Y".
       01  WS-GEN-CAL-COUNT          PIC 9(09) VALUE 0.
       01  WS-GEN-CAL-TOTAL          PIC 9(13) VALUE 0.
       01  WS-GEN-NEW-TOTAL          PIC 9(13) VALUE 0.

       01  WS-TREND-TRAILER-0       PIC X(37)
               VALUE "TOTAUX DE CONTROLE".
       01  WS-TREND-TRAILER-1.
       01  WS-TREND-TRAILER-5.
           03 FILLER                PIC X(18) VALUE "JOURS DISTINCTS:".
           03 TT5-COUNT             PIC ZZZZZZ9.
       01  WS-TREND-TRAILER-6.
           03 FILLER                PIC X(18) VALUE "ARCHIVES ANNEE:".
           03 TT6-COUNT             PIC ZZZZZZ9.
       01  WS-TREND-TRAILER-7.
           03 FILLER                PIC X(18) VALUE "ARCHIVES AN-1:".
           03 TT7-COUNT             PIC ZZZZZZ9.

       PROCEDURE DIVISION.


      * Enchaîne les étapes : repérage des journées distinctes et des
      * dates charnières, puis tri de l'historique par ID/date avec
      * impression des tendances, réécriture de l'historique purgé et
      * archivage des journées purgées.
       1100-PROCESS-TRENDS.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1050-LOAD-CALENDAR THRU 1050-EXIT.
           PERFORM 1150-SCAN-DATES THRU 1150-EXIT.
           PERFORM 1170-CHECK-GENERATIONS THRU 1170-EXIT.

           OPEN OUTPUT TREND-REPORT-FILE.
           IF WS-REPORT-OUT-STATUS NOT = "00"
               STOP RUN
           END-IF.

      * Les archives sont toujours ouvertes en extension : les
      * journées déjà archivées y restent.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-OUT-STATUS NOT = "00"
                   AND WS-ARCHIVE-OUT-STATUS NOT = "05"
               DISPLAY "TrendRpt - ERREUR OUVERTURE HISTARCH, STATUT: "
                   WS-ARCHIVE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND PRIOR-ARCHIVE-FILE.
           IF WS-PRIOR-ARCH-STATUS NOT = "00"
                   AND WS-PRIOR-ARCH-STATUS NOT = "05"
               DISPLAY "TrendRpt - ERREUR OUVERTURE HISTARCP, STATUT: "
                   WS-PRIOR-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-LINE-COUNT.
           PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.


           CLOSE TREND-REPORT-FILE.
           CLOSE NEW-HISTORY-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE PRIOR-ARCHIVE-FILE.

           PERFORM 1700-STAMP-GENERATION THRU 1700-EXIT.

       1100-EXIT.
           EXIT.
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WS-GEN-CAL-PRESENT-FLAG.

           PERFORM UNTIL WS-EOF
               READ CAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-GEN-CAL-COUNT
                       IF CA-DATE IS NUMERIC
                           ADD CA-DATE TO WS-GEN-CAL-TOTAL
                       END-IF
                       IF CA-TYPE = "F"
                           ADD 1 TO WS-GEN-CAL-TOTAL
                       END-IF
                       IF CA-TYPE = "F"
                           IF WS-HOL-COUNT >= WS-MAX-HOLIDAYS
                               DISPLAY "TrendRpt - ERREUR: plus de "
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WS-GEN-HIST-PRESENT-FLAG.

           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-GEN-HIST-COUNT
                       IF HS-SCORE IS NUMERIC
                           MOVE HS-SCORE TO WS-GEN-SCORE-NUM
                           ADD WS-GEN-SCORE-NUM TO WS-GEN-HIST-TOTAL
                       END-IF
                       PERFORM 1160-NOTE-DATE THRU 1160-EXIT
               END-READ
           END-PERFORM.
       1160-EXIT.
           EXIT.

      * Rapproche du registre GENREG le calendrier et l'historique
      * qui viennent d'être lus (chiffres relevés par 1050 et 1150),
      * avant toute écriture : un historique d'une génération
      * périmée (permutation HISTNEW, HISTUPD ou HISTRCD oubliée)
      * arrête le programme avec le code retour 8. Fichier absent :
      * rien à contrôler.
       1170-CHECK-GENERATIONS.

           IF WS-GEN-CAL-PRESENT
               MOVE "CALFILE"          TO WS-GEN-FILE-NAME
               MOVE WS-GEN-CAL-COUNT   TO WS-GEN-COUNT
               MOVE WS-GEN-CAL-TOTAL   TO WS-GEN-TOTAL
               PERFORM 1180-CHECK-ONE-GENERATION THRU 1180-EXIT
           END-IF.

           IF WS-GEN-HIST-PRESENT
               MOVE "HISTFILE"         TO WS-GEN-FILE-NAME
               MOVE WS-GEN-HIST-COUNT  TO WS-GEN-COUNT
               MOVE WS-GEN-HIST-TOTAL  TO WS-GEN-TOTAL
               PERFORM 1180-CHECK-ONE-GENERATION THRU 1180-EXIT
               MOVE WS-GM-GEN-NO       TO WS-GEN-IN-HISTORY
           END-IF.

       1170-EXIT.
           EXIT.

      * Rapproche les chiffres de l'entrée WS-GEN-FILE-NAME
      * (WS-GEN-COUNT, WS-GEN-TOTAL) des tampons du registre GENREG
      * et rend dans WS-GM-GEN-NO la génération reconnue. Mêmes
      * règles que dans DataDisp : arrêt avec le code retour 8 sur
      * une génération antérieure à la dernière produite, sauf
      * relance du même programme le même jour avant la
      * permutation ; avertissement en console sur une entrée
      * qu'aucun tampon ne reconnaît ; pas de contrôle sans
      * registre ni tampon.
       1180-CHECK-ONE-GENERATION.

           MOVE 0 TO WS-GL-GEN-NO.
           MOVE 0 TO WS-GM-GEN-NO.
           MOVE "N" TO WS-GEN-EOF-FLAG.

           OPEN INPUT GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
               IF WS-GEN-REG-STATUS = "05"
                   CLOSE GEN-REGISTER-FILE
                   GO TO 1180-EXIT
               ELSE
                   DISPLAY "TrendRpt - ERREUR OUVERTURE GENREG, "
                       "STATUT: " WS-GEN-REG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-GEN-EOF
               READ GEN-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF-FLAG
                   NOT AT END
                       IF GR-FILE = WS-GEN-FILE-NAME
                           MOVE GR-GEN-NO     TO WS-GL-GEN-NO
                           MOVE GR-SOURCE-GEN TO WS-GL-SOURCE-GEN
                           MOVE GR-RUN-DATE   TO WS-GL-RUN-DATE
                           MOVE GR-PRODUCER   TO WS-GL-PRODUCER
                           IF GR-COUNT = WS-GEN-COUNT
                               AND GR-TOTAL = WS-GEN-TOTAL
                               MOVE GR-GEN-NO   TO WS-GM-GEN-NO
                               MOVE GR-RUN-DATE TO WS-GM-RUN-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GEN-REGISTER-FILE.

           IF WS-GL-GEN-NO = 0 OR WS-GM-GEN-NO = WS-GL-GEN-NO
               GO TO 1180-EXIT
           END-IF.

           IF WS-GM-GEN-NO = 0
               DISPLAY "TrendRpt - ATTENTION: " WS-GEN-FILE-NAME
                   " NE CORRESPOND A AUCUNE GENERATION DU REGISTRE ("
                   WS-GEN-COUNT " ENREG., TOTAL " WS-GEN-TOTAL ")"
               GO TO 1180-EXIT
           END-IF.

           IF WS-GL-PRODUCER = WS-GEN-PROGRAM
               AND WS-GL-SOURCE-GEN = WS-GM-GEN-NO
               AND WS-GL-RUN-DATE = WS-RUN-DATE-YYYYMMDD
               DISPLAY "TrendRpt - RELANCE AVANT PERMUTATION: "
                   WS-GEN-FILE-NAME " GENERATION " WS-GM-GEN-NO
               GO TO 1180-EXIT
           END-IF.

           DISPLAY "TrendRpt - ERREUR GENERATION PERIMEE SUR "
               WS-GEN-FILE-NAME.
           DISPLAY "TrendRpt - GENERATION LUE " WS-GM-GEN-NO
               " DU " WS-GM-RUN-DATE ", DERNIERE PRODUITE "
               WS-GL-GEN-NO " DU " WS-GL-RUN-DATE " PAR "
               WS-GL-PRODUCER.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1180-EXIT.
           EXIT.

      * Imprime l'en-tête de rapport (répété à chaque nouvelle page).
       1200-WRITE-REPORT-HEADER.


      * Procédure d'entrée du tri : relit l'historique et remet au
      * tri les enregistrements des journées conservées ; les
      * journées au-delà de la rétention sont purgées (comptées et
      * archivées mais non relâchées, elles disparaissent du nouvel
      * historique).
       2000-RELEASE-HISTORY.

           MOVE "N" TO WS-EOF-FLAG.
                           RELEASE TREND-SORT-REC
                       ELSE
                           ADD 1 TO WS-HIST-PURGED-COUNT
                           PERFORM 2050-ARCHIVE-PURGED THRU 2050-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      * Dépose l'enregistrement purgé sur l'archive de son année :
      * HISTARCH pour l'année d'exécution, HISTARCP pour une année
      * antérieure.
       2050-ARCHIVE-PURGED.

           MOVE HS-ID                TO AR-ID.
           MOVE HS-DATE              TO AR-DATE.
           MOVE HS-SCORE             TO AR-SCORE.
           MOVE HS-REGION            TO AR-REGION.
           MOVE HS-NAME              TO AR-NAME.
           MOVE WS-RUN-DATE-YYYYMMDD TO AR-ARCH-DATE.

           DIVIDE HS-DATE BY 10000 GIVING WS-ARCH-YYYY.
           IF WS-ARCH-YYYY < WS-RUN-DATE-YYYY
               WRITE PRIOR-ARCHIVE-REC FROM WS-ARCHIVE-WORK
               ADD 1 TO WS-PRIOR-ARCH-COUNT
           ELSE
               WRITE ARCHIVE-REC FROM WS-ARCHIVE-WORK
               ADD 1 TO WS-ARCH-COUNT
           END-IF.

       2050-EXIT.
           EXIT.

      * Procédure de sortie du tri : reçoit l'historique conservé
      * trié par ID puis date, dédoublonne les couples ID/date
      * (dernier déposé retenu), réécrit le nouvel historique et
           MOVE WS-PEND-NAME   TO NH-NAME.
           WRITE NEW-HISTORY-REC.
           ADD 1 TO WS-HIST-KEPT-COUNT.
           IF NH-SCORE IS NUMERIC
               MOVE NH-SCORE TO WS-GEN-SCORE-NUM
               ADD WS-GEN-SCORE-NUM TO WS-GEN-NEW-TOTAL
           END-IF.

           IF WS-GROUP-OPEN AND WS-PEND-ID NOT = WS-GROUP-ID
               PERFORM 3100-PRINT-TREND THRU 3100-EXIT
           MOVE WS-DATE-COUNT TO TT5-COUNT.
           WRITE TREND-REPORT-LINE FROM WS-TREND-TRAILER-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-ARCH-COUNT TO TT6-COUNT.
           WRITE TREND-REPORT-LINE FROM WS-TREND-TRAILER-6
               AFTER ADVANCING 1 LINE.
           MOVE WS-PRIOR-ARCH-COUNT TO TT7-COUNT.
           WRITE TREND-REPORT-LINE FROM WS-TREND-TRAILER-7
               AFTER ADVANCING 1 LINE.

       1600-EXIT.
           EXIT.

      * Tamponne au registre GENREG le nouvel historique HISTNEW,
      * publié comme HISTFILE (chiffres cumulés à l'écriture,
      * 3050), avec la génération de l'historique lu pour origine.
       1700-STAMP-GENERATION.

           MOVE "HISTFILE"          TO WS-GEN-FILE-NAME.
           MOVE WS-HIST-KEPT-COUNT  TO WS-GEN-COUNT.
           MOVE WS-GEN-NEW-TOTAL    TO WS-GEN-TOTAL.
           MOVE WS-GEN-IN-HISTORY   TO WS-GEN-SOURCE-GEN.
           PERFORM 1710-WRITE-STAMP THRU 1710-EXIT.

       1700-EXIT.
           EXIT.

      * Dépose le tampon de WS-GEN-FILE-NAME (chiffres WS-GEN-COUNT
      * et WS-GEN-TOTAL, origine WS-GEN-SOURCE-GEN) avec le numéro
      * qui suit le dernier tampon du même fichier. Même règle que
      * dans DataDisp : un registre indisponible est signalé en
      * console sans condamner l'exécution.
       1710-WRITE-STAMP.

           MOVE 0 TO WS-GL-GEN-NO.
           MOVE "N" TO WS-GEN-EOF-FLAG.
           OPEN INPUT GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
               IF WS-GEN-REG-STATUS = "05"
                   CLOSE GEN-REGISTER-FILE
                   GO TO 1710-APPEND
               ELSE
                   DISPLAY "TrendRpt - ATTENTION: REGISTRE GENREG "
                       "INDISPONIBLE, STATUT: " WS-GEN-REG-STATUS
                   GO TO 1710-EXIT
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

       1710-APPEND.
           OPEN EXTEND GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
                   AND WS-GEN-REG-STATUS NOT = "05"
               DISPLAY "TrendRpt - ATTENTION: REGISTRE GENREG "
                   "INDISPONIBLE, STATUT: " WS-GEN-REG-STATUS
               GO TO 1710-EXIT
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

       1710-EXIT.
           EXIT.
