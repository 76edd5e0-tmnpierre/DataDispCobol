               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

           SELECT OPTIONAL GEN-REGISTER-FILE ASSIGN TO "GENREG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-GEN-REG-STATUS.

           SELECT MASTER-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE        PIC X(80).

      *    Registre des générations, même dessin que dans DataDisp :
      *    le maître chargé doit être la dernière génération produite.
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

       SD  MASTER-SORT-FILE.
       01  MASTER-SORT-REC.
           03 MSR-ID                PIC X(04).
           03 WS-MASTER-SRT-STATUS PIC X(02) VALUE "00".
           03 WS-MASTER-IX-STATUS  PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS PIC X(02) VALUE "00".
           03 WS-GEN-REG-STATUS    PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
           88 WS-PREV-ID-SET        VALUE "Y".
       01  WS-PREV-ID               PIC X(04) VALUE SPACES.

      *    Contrôle de génération du maître (registre GENREG, voir
      *    1150), total de contrôle calculé comme dans DataDisp :
      *    somme des scores numériques.
       01  WS-GEN-FILE-NAME          PIC X(10) VALUE SPACES.
       01  WS-GEN-COUNT              PIC 9(09) VALUE 0.
       01  WS-GEN-TOTAL              PIC 9(13) VALUE 0.
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

       01  WS-LOAD-HEADER-1.
           03 FILLER                PIC X(09) VALUE "MstLoad -".
           03 FILLER                PIC X(01) VALUE SPACE.
       1100-PROCESS-LOAD.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1150-CHECK-GENERATION THRU 1150-EXIT.

           OPEN OUTPUT LOAD-REPORT-FILE.
           IF WS-REPORT-OUT-STATUS NOT = "00"
       1060-EXIT.
           EXIT.

      * Compte le maître USERMST et le rapproche du registre GENREG
      * avant toute écriture : charger l'indexé depuis une
      * génération périmée est arrêté avec le code retour 8. Le
      * maître est obligatoire (voir 1200).
       1150-CHECK-GENERATION.

           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-GEN-TOTAL.
           MOVE "N" TO WS-GEN-EOF-FLAG.

           OPEN INPUT USER-MASTER-FILE.
           IF WS-MASTER-IN-STATUS NOT = "00"
               DISPLAY "MstLoad - ERREUR OUVERTURE USERMST, STATUT: "
                   WS-MASTER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-GEN-EOF
               READ USER-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-GEN-COUNT
                       IF UM-SCORE IS NUMERIC
                           MOVE UM-SCORE TO WS-GEN-SCORE-NUM
                           ADD WS-GEN-SCORE-NUM TO WS-GEN-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE USER-MASTER-FILE.

           MOVE "USERMST" TO WS-GEN-FILE-NAME.
           PERFORM 1180-CHECK-ONE-GENERATION THRU 1180-EXIT.

       1150-EXIT.
           EXIT.

      * Rapproche les chiffres de l'entrée WS-GEN-FILE-NAME
      * (WS-GEN-COUNT, WS-GEN-TOTAL) des tampons du registre GENREG
      * et rend dans WS-GM-GEN-NO la génération reconnue. Mêmes
      * règles que dans DataDisp : arrêt avec le code retour 8 sur
      * une génération antérieure à la dernière produite ;
      * avertissement en console sur une entrée qu'aucun tampon ne
      * reconnaît ; pas de contrôle sans registre ni tampon.
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
                   DISPLAY "MstLoad - ERREUR OUVERTURE GENREG, "
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
               DISPLAY "MstLoad - ATTENTION: " WS-GEN-FILE-NAME
                   " NE CORRESPOND A AUCUNE GENERATION DU REGISTRE ("
                   WS-GEN-COUNT " ENREG., TOTAL " WS-GEN-TOTAL ")"
               GO TO 1180-EXIT
           END-IF.

           DISPLAY "MstLoad - ERREUR GENERATION PERIMEE SUR "
               WS-GEN-FILE-NAME.
           DISPLAY "MstLoad - GENERATION LUE " WS-GM-GEN-NO
               " DU " WS-GM-RUN-DATE ", DERNIERE PRODUITE "
               WS-GL-GEN-NO " DU " WS-GL-RUN-DATE " PAR "
               WS-GL-PRODUCER.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1180-EXIT.
           EXIT.

      * Trie le maître séquentiel par ID sur USERMSTS. Le maître est
      * obligatoire : constituer un indexé vide par accident serait
      * pire qu'un arrêt franc.
