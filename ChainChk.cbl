               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-HISTORY-IN-STATUS.

           SELECT OPTIONAL GEN-REGISTER-FILE ASSIGN TO "GENREG"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-GEN-REG-STATUS.

           SELECT CHAIN-REPORT-FILE ASSIGN TO "CHAINRPT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.
           03 HS-REGION             PIC X(12).
           03 HS-NAME               PIC X(12).

      *    Registre des générations, même dessin que dans DataDisp :
      *    le calendrier et l'historique relus ici y sont rapprochés
      *    de la dernière génération produite.
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

       FD  CHAIN-REPORT-FILE.
       01  CHAIN-REPORT-LINE        PIC X(80).

           03 WS-CAL-IN-STATUS      PIC X(02) VALUE "00".
           03 WS-HISTORY-IN-STATUS  PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS  PIC X(02) VALUE "00".
           03 WS-GEN-REG-STATUS     PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-NO-GAP-LINE           PIC X(30)
               VALUE "AUCUN TROU DE TRAITEMENT".

      *    Contrôle des générations d'entrée (registre GENREG, voir
      *    4180), totaux de contrôle calculés comme dans DataDisp :
      *    CALFILE = somme des dates plus un par jour férié,
      *    HISTFILE = somme des scores numériques.
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
       01  WS-GEN-HIST-PRESENT-FLAG  PIC X(01) VALUE "N".
           88 WS-GEN-HIST-PRESENT    VALUE "Y".
       01  WS-GEN-CAL-COUNT          PIC 9(09) VALUE 0.
       01  WS-GEN-CAL-TOTAL          PIC 9(13) VALUE 0.
       01  WS-GEN-HIST-COUNT         PIC 9(09) VALUE 0.
       01  WS-GEN-HIST-TOTAL         PIC 9(13) VALUE 0.
       01  WS-GEN-STALE-FLAG         PIC X(01) VALUE "N".
           88 WS-GEN-STALE           VALUE "Y".

       01  WS-GEN-BLOCK-HDR         PIC X(37)
               VALUE "GENERATIONS D'ENTREE".
       01  WS-GEN-COL-HDR           PIC X(60) VALUE
           "FICHIER        ENREG.   GEN.  DU        ETAT".
       01  WS-GEN-DETAIL-LINE.
           03 GD-FILE               PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 GD-COUNT              PIC ZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 GD-GEN-NO             PIC ZZZZZ.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 GD-RUN-DATE           PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 GD-STATE              PIC X(22).
       01  WS-GEN-LAST-LINE.
           03 FILLER                PIC X(26)
                   VALUE "  DERNIERE PRODUITE: GEN.".
           03 GLL-GEN-NO            PIC ZZZZ9.
           03 FILLER                PIC X(04) VALUE " DU ".
           03 GLL-RUN-DATE          PIC 9(08).
           03 FILLER                PIC X(05) VALUE " PAR ".
           03 GLL-PRODUCER          PIC X(10).
       01  WS-NO-GEN-LINE           PIC X(45)
               VALUE "CALENDRIER ET HISTORIQUE ABSENTS".
       01  WS-STALE-GAP-LINE        PIC X(50)
               VALUE "GENERATION PERIMEE, CONTROLE DES JOURS OMIS".

       01  WS-NO-AUDIT-LINE         PIC X(42)
               VALUE "AUCUN ENREGISTREMENT AU JOURNAL D'AUDIT".
       01  WS-ONE-AUDIT-LINE        PIC X(45)

      * Enchaîne les étapes : lecture du journal d'audit (deux
      * dernières exécutions), comparaison, suivi des succursales
      * muettes et réécriture de leur état, contrôle des
      * générations d'entrée et des trous de traitement, solde. Des
      * signaux émis ne cassent pas la chaîne : code retour 4 pour
      * que l'ordonnanceur mette la page en évidence. Une
      * génération périmée en entrée vaut le code retour 8, comme
      * dans les autres programmes qui la contrôlent ; la page est
      * tout de même imprimée.
       1100-PROCESS-CHECK.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.

           PERFORM 4000-LOAD-CALENDAR THRU 4000-EXIT.
           PERFORM 4100-SCAN-HIST-DATES THRU 4100-EXIT.
           PERFORM 4180-CHECK-GENERATIONS THRU 4180-EXIT.
           PERFORM 4200-REPORT-GAPS THRU 4200-EXIT.

           MOVE WS-WARNING-COUNT TO CT1-COUNT.
           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-GEN-STALE
               MOVE 8 TO RETURN-CODE
           END-IF.

       1100-EXIT.
           EXIT.
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
                       IF CA-TYPE = "O"
                           IF WS-WD-COUNT >= WS-MAX-WORKDAYS
                               DISPLAY "ChainChk - ERREUR: plus de "
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
                       IF HS-DATE < WS-OLDEST-HIST-DATE
                           MOVE HS-DATE TO WS-OLDEST-HIST-DATE
                       END-IF
       4150-EXIT.
           EXIT.

      * Imprime le bloc des générations d'entrée : le calendrier et
      * l'historique relus plus haut sont rapprochés du registre
      * GENREG (chiffres relevés en 4000 et 4100). Une génération
      * inconnue du registre est un signal ; une génération
      * antérieure à la dernière produite est un signal, lève
      * WS-GEN-STALE (code retour 8) et fait omettre le contrôle
      * des trous, qui porterait sur des données périmées.
       4180-CHECK-GENERATIONS.

           WRITE CHAIN-REPORT-LINE FROM WS-GEN-BLOCK-HDR
               AFTER ADVANCING 2 LINES.

           IF NOT WS-CAL-PRESENT AND NOT WS-GEN-HIST-PRESENT
               WRITE CHAIN-REPORT-LINE FROM WS-NO-GEN-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4180-EXIT
           END-IF.

           WRITE CHAIN-REPORT-LINE FROM WS-GEN-COL-HDR
               AFTER ADVANCING 1 LINE.

           IF WS-CAL-PRESENT
               MOVE "CALFILE"          TO WS-GEN-FILE-NAME
               MOVE WS-GEN-CAL-COUNT   TO WS-GEN-COUNT
               MOVE WS-GEN-CAL-TOTAL   TO WS-GEN-TOTAL
               PERFORM 4185-CHECK-ONE-GENERATION THRU 4185-EXIT
           END-IF.

           IF WS-GEN-HIST-PRESENT
               MOVE "HISTFILE"         TO WS-GEN-FILE-NAME
               MOVE WS-GEN-HIST-COUNT  TO WS-GEN-COUNT
               MOVE WS-GEN-HIST-TOTAL  TO WS-GEN-TOTAL
               PERFORM 4185-CHECK-ONE-GENERATION THRU 4185-EXIT
           END-IF.

       4180-EXIT.
           EXIT.

      * Rapproche les chiffres de l'entrée WS-GEN-FILE-NAME
      * (WS-GEN-COUNT, WS-GEN-TOTAL) des tampons du registre GENREG
      * et imprime la ligne du fichier. Mêmes règles que dans
      * DataDisp, mais le constat est porté sur la page au lieu
      * d'arrêter le programme : registre absent ou fichier sans
      * tampon, NON ENREGISTREE ; dernier tampon reconnu, A JOUR ;
      * aucun tampon reconnu, INCONNUE ; tampon plus ancien que le
      * dernier, PERIMEE.
       4185-CHECK-ONE-GENERATION.

           MOVE 0 TO WS-GL-GEN-NO.
           MOVE 0 TO WS-GM-GEN-NO.
           MOVE "N" TO WS-GEN-EOF-FLAG.

           MOVE WS-GEN-FILE-NAME TO GD-FILE.
           MOVE WS-GEN-COUNT     TO GD-COUNT.
           MOVE 0                TO GD-GEN-NO.
           MOVE SPACES           TO GD-RUN-DATE.
           MOVE "NON ENREGISTREE"  TO GD-STATE.

           OPEN INPUT GEN-REGISTER-FILE.
           IF WS-GEN-REG-STATUS NOT = "00"
               IF WS-GEN-REG-STATUS = "05"
                   CLOSE GEN-REGISTER-FILE
                   WRITE CHAIN-REPORT-LINE FROM WS-GEN-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   GO TO 4185-EXIT
               ELSE
                   DISPLAY "ChainChk - ERREUR OUVERTURE GENREG, "
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

           IF WS-GL-GEN-NO = 0
               WRITE CHAIN-REPORT-LINE FROM WS-GEN-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4185-EXIT
           END-IF.

           IF WS-GM-GEN-NO = 0
               MOVE "INCONNUE DU REGISTRE" TO GD-STATE
               WRITE CHAIN-REPORT-LINE FROM WS-GEN-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE WS-GL-GEN-NO   TO GLL-GEN-NO
               MOVE WS-GL-RUN-DATE TO GLL-RUN-DATE
               MOVE WS-GL-PRODUCER TO GLL-PRODUCER
               WRITE CHAIN-REPORT-LINE FROM WS-GEN-LAST-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2500-FLAG-WARNING THRU 2500-EXIT
               MOVE "GENERATION D'ENTREE INCONNUE DU REGISTRE"
                   TO WL-TEXT
               WRITE CHAIN-REPORT-LINE FROM WS-WARN-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4185-EXIT
           END-IF.

           MOVE WS-GM-GEN-NO   TO GD-GEN-NO.
           MOVE WS-GM-RUN-DATE TO GD-RUN-DATE.
           IF WS-GM-GEN-NO = WS-GL-GEN-NO
               MOVE "A JOUR" TO GD-STATE
               WRITE CHAIN-REPORT-LINE FROM WS-GEN-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4185-EXIT
           END-IF.

           MOVE "PERIMEE" TO GD-STATE.
           WRITE CHAIN-REPORT-LINE FROM WS-GEN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-GL-GEN-NO   TO GLL-GEN-NO.
           MOVE WS-GL-RUN-DATE TO GLL-RUN-DATE.
           MOVE WS-GL-PRODUCER TO GLL-PRODUCER.
           WRITE CHAIN-REPORT-LINE FROM WS-GEN-LAST-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2500-FLAG-WARNING THRU 2500-EXIT.
           MOVE "GENERATION D'ENTREE PERIMEE" TO WL-TEXT.
           WRITE CHAIN-REPORT-LINE FROM WS-WARN-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Y" TO WS-GEN-STALE-FLAG.
           DISPLAY "ChainChk - ERREUR GENERATION PERIMEE SUR "
               WS-GEN-FILE-NAME.

       4185-EXIT.
           EXIT.

      * Rapproche les jours ouvrés du calendrier des journées de
      * l'historique, sur la fourchette que l'historique couvre
      * (de sa journée la plus ancienne à la date d'exécution) : un
                   AFTER ADVANCING 1 LINE
               GO TO 4200-EXIT
           END-IF.
           IF WS-GEN-STALE
               WRITE CHAIN-REPORT-LINE FROM WS-STALE-GAP-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4200-EXIT
           END-IF.
           IF WS-HD-COUNT = 0
               WRITE CHAIN-REPORT-LINE FROM WS-NO-GAP-LINE
                   AFTER ADVANCING 1 LINE
