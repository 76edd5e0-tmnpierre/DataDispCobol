      *    ("R") — ou l'intégralité du journal quand AUDPARM est
      *    absent. Répond aux demandes du type "toutes les
      *    exécutions de mars et leurs totaux de contrôle" sans
      *    ressortir les listings archivés. Critère "P" (plage de
      *    RUN-ID comme "R") : chaque exécution retenue est suivie du
      *    jeu de paramètres qui s'y appliquait, reconstitué depuis
      *    PARAMFIL à la date de l'exécution (dates d'effet, même
      *    règle que DataDisp), avec l'auteur et la date du
      *    changement pris sur l'historique PARAMHST de ParamMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PARM-IN-STATUS.

           SELECT OPTIONAL PARAM-FILE ASSIGN TO "PARAMFIL"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PARAM-IN-STATUS.

           SELECT OPTIONAL PARAM-HIST-FILE ASSIGN TO "PARAMHST"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PHIST-IN-STATUS.

           SELECT INQ-REPORT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

      *    Critère de sélection : type "D" (plage de dates AAAAMMJJ),
      *    "R" (plage de RUN-ID, cadrés à droite sur 8 avec des
      *    zéros), "P" (plage de RUN-ID, avec les paramètres de
      *    chaque exécution) ou blanc (tout le journal).
       FD  INQ-PARM-FILE
           RECORDING MODE IS F.
       01  INQ-PARM-REC.
           03 IP-FROM               PIC X(08).
           03 IP-TO                 PIC X(08).

      *    Paramètres d'exécution, même dessin que dans DataDisp.
       FD  PARAM-FILE
           RECORDING MODE IS F.
       01  PARAM-REC.
           03 PR-KEYWORD            PIC X(16).
           03 PR-VALUE              PIC X(05).
           03 PR-EFFECTIVE          PIC X(08).

      *    Historique des changements de paramètres, même dessin que
      *    dans ParamMnt.
       FD  PARAM-HIST-FILE
           RECORDING MODE IS F.
       01  PARAM-HIST-REC.
           03 PH-CHANGE-DATE        PIC 9(08).
           03 PH-CHANGE-TIME        PIC 9(06).
           03 PH-ACTION             PIC X(01).
           03 PH-KEYWORD            PIC X(16).
           03 PH-EFFECTIVE          PIC 9(08).
           03 PH-OLD-VALUE          PIC X(05).
           03 PH-NEW-VALUE          PIC X(05).
           03 PH-USER               PIC X(12).

       FD  INQ-REPORT-FILE.
       01  INQ-REPORT-LINE          PIC X(80).

           03 WS-AUDIT-IN-STATUS    PIC X(02) VALUE "00".
           03 WS-PARM-IN-STATUS     PIC X(02) VALUE "00".
           03 WS-REPORT-OUT-STATUS  PIC X(02) VALUE "00".
           03 WS-PARAM-IN-STATUS    PIC X(02) VALUE "00".
           03 WS-PHIST-IN-STATUS    PIC X(02) VALUE "00".

       01  WS-EOF-FLAG             PIC X(01) VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-SEL-VALUE             PIC 9(08) VALUE 0.

       01  WS-SELECTED-COUNT        PIC 9(05) VALUE 0.

      *    Mots-clés de PARAMFIL et valeurs par défaut, mêmes valeurs
      *    par défaut que DataDisp (appliquées quand aucune date
      *    d'effet n'était atteinte).
       01  WS-KW-VALUES.
           03 FILLER                PIC X(16) VALUE "SEUIL-HAUT".
           03 FILLER                PIC X(05) VALUE "00800".
           03 FILLER                PIC X(16) VALUE "SEUIL-BAS".
           03 FILLER                PIC X(05) VALUE "00400".
           03 FILLER                PIC X(16) VALUE "LIGNES-PAGE".
           03 FILLER                PIC X(05) VALUE "00020".
           03 FILLER                PIC X(16) VALUE "INTERV-CONTROLE".
           03 FILLER                PIC X(05) VALUE "00100".
           03 FILLER                PIC X(16) VALUE "MAITRE-INDEXE".
           03 FILLER                PIC X(05) VALUE "00000".
           03 FILLER                PIC X(16) VALUE "JOURS-SOUS-SEUIL".
           03 FILLER                PIC X(05) VALUE "00003".
           03 FILLER                PIC X(16) VALUE "ESSAIS-SUSPENS".
           03 FILLER                PIC X(05) VALUE "00030".
           03 FILLER                PIC X(16) VALUE "TYPE-EXECUTION".
           03 FILLER                PIC X(05) VALUE "00000".
       01  WS-KW-TABLE              REDEFINES WS-KW-VALUES.
           03 WS-KW-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-KW-IDX.
               05 WS-KW-NAME         PIC X(16).
               05 WS-KW-DEFAULT      PIC X(05).
       01  WS-KW-COUNT              PIC 9(02) VALUE 8.

      *    PARAMFIL et PARAMHST chargés en mémoire pour le critère P.
       01  WS-PM-COUNT              PIC 9(03) VALUE 0.
       01  WS-MAX-PM-ENTRIES        PIC 9(03) VALUE 500.
       01  WS-PARAMETERS.
           03  WS-PM-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PM-COUNT
                   INDEXED BY WS-PM-IDX.
               05 WS-PM-KEYWORD      PIC X(16).
               05 WS-PM-EFFECTIVE    PIC 9(08).
               05 WS-PM-VALUE        PIC X(05).
       01  WS-PH-COUNT              PIC 9(04) VALUE 0.
       01  WS-MAX-PH-ENTRIES        PIC 9(04) VALUE 2000.
       01  WS-PARAM-HISTORY.
           03  WS-PH-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PH-COUNT
                   INDEXED BY WS-PH-IDX.
               05 WS-PH-CHANGE-DATE  PIC 9(08).
               05 WS-PH-ACTION       PIC X(01).
               05 WS-PH-KEYWORD      PIC X(16).
               05 WS-PH-EFFECTIVE    PIC 9(08).
               05 WS-PH-USER         PIC X(12).

      *    Reconstitution d'un jeu de paramètres à la date AU-DATE.
       01  WS-PS-FOUND-FLAG         PIC X(01) VALUE "N".
           88 WS-PS-FOUND           VALUE "Y".
       01  WS-PS-EFFECTIVE          PIC 9(08) VALUE 0.
       01  WS-PS-VALUE              PIC X(05) VALUE SPACES.
       01  WS-PS-NUM                PIC 9(05) VALUE 0.
       01  WS-PS-HIGH               PIC 9(05) VALUE 0.
       01  WS-PS-LOW                PIC 9(05) VALUE 0.
       01  WS-PS-WHO-FLAG           PIC X(01) VALUE "N".
           88 WS-PS-WHO-FOUND       VALUE "Y".
       01  WS-PS-WHO-USER           PIC X(12) VALUE SPACES.
       01  WS-PS-WHO-DATE           PIC 9(08) VALUE 0.
       01  WS-PS-DATE-WORK          PIC 9(08) VALUE 0.
       01  WS-PS-DATE-FIELDS        REDEFINES WS-PS-DATE-WORK.
           03 WS-PD-YYYY            PIC 9(04).
           03 WS-PD-MM              PIC 9(02).
           03 WS-PD-DD              PIC 9(02).

       01  WS-PARAM-SET-LINE.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 PL-KEYWORD            PIC X(16).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 PL-VALUE              PIC X(05).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 PL-EFFECTIVE          PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 PL-ORIGIN             PIC X(30).
       01  WS-PARAM-ORIGIN.
           03 FILLER                PIC X(04) VALUE "PAR ".
           03 PO-USER               PIC X(12).
           03 FILLER                PIC X(04) VALUE " LE ".
           03 PO-DATE               PIC X(10).
       01  WS-PARAM-GAP-LINE.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 FILLER                PIC X(33)
                   VALUE "*** ECART AVEC LES SEUILS DU JOUR".
           03 FILLER                PIC X(17)
                   VALUE "NAL D'AUDIT ***".
       01  WS-READ-COUNT            PIC 9(05) VALUE 0.

       01  WS-INQ-HEADER-1.

           PERFORM 1060-GET-RUN-DATE THRU 1060-EXIT.
           PERFORM 1150-GET-CRITERIA THRU 1150-EXIT.
           IF WS-SEL-TYPE = "P"
               PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT
               PERFORM 1250-LOAD-PARAM-HISTORY THRU 1250-EXIT
           END-IF.

           OPEN OUTPUT INQ-REPORT-FILE.
           IF WS-REPORT-OUT-STATUS NOT = "00"
               GO TO 1150-EXIT
           END-IF.
           IF IP-TYPE NOT = "D" AND IP-TYPE NOT = "R"
                   AND IP-TYPE NOT = "P"
               DISPLAY "AuditInq - ERREUR AUDPARM: TYPE DE CRITERE "
                   "INCONNU: " IP-TYPE
               MOVE 16 TO RETURN-CODE
       1150-EXIT.
           EXIT.

      * Charge PARAMFIL pour le critère P. Fichier absent : toutes
      * les exécutions sont présentées sous les valeurs par défaut.
      * Date d'effet à blanc : en vigueur depuis toujours (même
      * règle que DataDisp) ; un enregistrement illisible est sauté,
      * la consultation n'a pas à s'arrêter sur ce que DataDisp
      * aurait refusé.
       1200-LOAD-PARAMETERS.

           MOVE 0 TO WS-PM-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-IN-STATUS NOT = "00"
               IF WS-PARAM-IN-STATUS = "05"
                   CLOSE PARAM-FILE
                   GO TO 1200-EXIT
               ELSE
                   DISPLAY "AuditInq - ERREUR OUVERTURE PARAMFIL, "
                       "STATUT: " WS-PARAM-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ PARAM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1210-LOAD-ONE-PARAMETER THRU 1210-EXIT
               END-READ
           END-PERFORM.

           CLOSE PARAM-FILE.

       1200-EXIT.
           EXIT.

      * Range l'enregistrement PARAMFIL courant dans WS-PARAMETERS.
       1210-LOAD-ONE-PARAMETER.

           IF PR-VALUE IS NOT NUMERIC
               GO TO 1210-EXIT
           END-IF.
           IF PR-EFFECTIVE NOT = SPACES
                   AND PR-EFFECTIVE IS NOT NUMERIC
               GO TO 1210-EXIT
           END-IF.
           IF WS-PM-COUNT >= WS-MAX-PM-ENTRIES
               DISPLAY "AuditInq - ERREUR: plus de "
                   WS-MAX-PM-ENTRIES
                   " valeurs sur PARAMFIL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-PM-COUNT.
           SET WS-PM-IDX TO WS-PM-COUNT.
           MOVE PR-KEYWORD TO WS-PM-KEYWORD (WS-PM-IDX).
           MOVE PR-VALUE   TO WS-PM-VALUE (WS-PM-IDX).
           IF PR-EFFECTIVE = SPACES
               MOVE 0 TO WS-PM-EFFECTIVE (WS-PM-IDX)
           ELSE
               MOVE PR-EFFECTIVE TO WS-PM-EFFECTIVE (WS-PM-IDX)
           END-IF.

       1210-EXIT.
           EXIT.

      * Charge l'historique PARAMHST pour le critère P. Absent :
      * aucune origine n'est connue, les valeurs sont présentées
      * AVANT SUIVI.
       1250-LOAD-PARAM-HISTORY.

           MOVE 0 TO WS-PH-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT PARAM-HIST-FILE.
           IF WS-PHIST-IN-STATUS NOT = "00"
               IF WS-PHIST-IN-STATUS = "05"
                   CLOSE PARAM-HIST-FILE
                   GO TO 1250-EXIT
               ELSE
                   DISPLAY "AuditInq - ERREUR OUVERTURE PARAMHST, "
                       "STATUT: " WS-PHIST-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF
               READ PARAM-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-PH-COUNT >= WS-MAX-PH-ENTRIES
                           DISPLAY "AuditInq - ERREUR: plus de "
                               WS-MAX-PH-ENTRIES
                               " changements sur PARAMHST"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PH-COUNT
                       SET WS-PH-IDX TO WS-PH-COUNT
                       MOVE PH-CHANGE-DATE
                         TO WS-PH-CHANGE-DATE (WS-PH-IDX)
                       MOVE PH-ACTION  TO WS-PH-ACTION (WS-PH-IDX)
                       MOVE PH-KEYWORD TO WS-PH-KEYWORD (WS-PH-IDX)
                       MOVE PH-EFFECTIVE
                         TO WS-PH-EFFECTIVE (WS-PH-IDX)
                       MOVE PH-USER    TO WS-PH-USER (WS-PH-IDX)
               END-READ
           END-PERFORM.

           CLOSE PARAM-HIST-FILE.

       1250-EXIT.
           EXIT.

      * Parcourt le journal d'audit et imprime les exécutions
      * retenues par le critère. Journal absent (statut 05, aucune
      * exécution encore déposée) : listing vide.
                               MOVE AU-DATE TO WS-SEL-VALUE
                           WHEN "R"
                               MOVE AU-RUN-ID TO WS-SEL-VALUE
                           WHEN "P"
                               MOVE AU-RUN-ID TO WS-SEL-VALUE
                           WHEN OTHER
                               MOVE WS-SEL-FROM TO WS-SEL-VALUE
                       END-EVALUATE
           WRITE INQ-REPORT-LINE FROM WS-INQ-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-SEL-TYPE = "P"
               PERFORM 1360-PRINT-PARAM-SET THRU 1360-EXIT
           END-IF.

       1350-EXIT.
           EXIT.

      * Imprime, sous l'exécution courante, le jeu de paramètres en
      * vigueur à sa date (AU-DATE) : pour chaque mot-clé, la valeur
      * de date d'effet la plus récente sans dépasser cette date, ou
      * la valeur par défaut de DataDisp. Les seuils reconstitués
      * sont rapprochés de ceux que DataDisp a déposés au journal :
      * un écart (PARAMFIL retouché hors ParamMnt, exécution sur un
      * autre fichier) est signalé.
       1360-PRINT-PARAM-SET.

           MOVE 0 TO WS-PS-HIGH.
           MOVE 0 TO WS-PS-LOW.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > WS-KW-COUNT
               PERFORM 1370-PRINT-PARAM-LINE THRU 1370-EXIT
           END-PERFORM.

           IF WS-PS-HIGH NOT = AU-THRESH-HIGH
               OR WS-PS-LOW NOT = AU-THRESH-LOW
               WRITE INQ-REPORT-LINE FROM WS-PARAM-GAP-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       1360-EXIT.
           EXIT.

      * Reconstitue et imprime la valeur du mot-clé de rang
      * WS-KW-IDX à la date AU-DATE, avec son origine : auteur et
      * date du dernier ajout ou changement porté sur PARAMHST pour
      * ce mot-clé et cette date d'effet, "AVANT SUIVI" pour une
      * valeur antérieure à l'historique.
       1370-PRINT-PARAM-LINE.

           MOVE "N" TO WS-PS-FOUND-FLAG.
           MOVE 0 TO WS-PS-EFFECTIVE.
           MOVE WS-KW-DEFAULT (WS-KW-IDX) TO WS-PS-VALUE.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-KEYWORD (WS-PM-IDX) = WS-KW-NAME (WS-KW-IDX)
                   AND WS-PM-EFFECTIVE (WS-PM-IDX) <= AU-DATE
                   AND WS-PM-EFFECTIVE (WS-PM-IDX) >= WS-PS-EFFECTIVE
                   MOVE "Y" TO WS-PS-FOUND-FLAG
                   MOVE WS-PM-EFFECTIVE (WS-PM-IDX) TO WS-PS-EFFECTIVE
                   MOVE WS-PM-VALUE (WS-PM-IDX) TO WS-PS-VALUE
               END-IF
           END-PERFORM.

           IF WS-PS-VALUE IS NUMERIC
               MOVE WS-PS-VALUE TO WS-PS-NUM
               IF WS-KW-NAME (WS-KW-IDX) = "SEUIL-HAUT"
                   MOVE WS-PS-NUM TO WS-PS-HIGH
               END-IF
               IF WS-KW-NAME (WS-KW-IDX) = "SEUIL-BAS"
                   MOVE WS-PS-NUM TO WS-PS-LOW
               END-IF
           END-IF.

           MOVE WS-KW-NAME (WS-KW-IDX) TO PL-KEYWORD.
           MOVE WS-PS-VALUE TO PL-VALUE.
           MOVE SPACES TO PL-ORIGIN.
           IF NOT WS-PS-FOUND
               MOVE "DEFAUT" TO PL-EFFECTIVE
               GO TO 1370-PRINT
           END-IF.
           IF WS-PS-EFFECTIVE = 0
               MOVE "ORIGINE" TO PL-EFFECTIVE
           ELSE
               MOVE WS-PS-EFFECTIVE TO WS-PS-DATE-WORK
               PERFORM 1380-EDIT-DATE THRU 1380-EXIT
               MOVE WS-DATE-EDIT TO PL-EFFECTIVE
           END-IF.

           MOVE "N" TO WS-PS-WHO-FLAG.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF WS-PH-KEYWORD (WS-PH-IDX) = WS-KW-NAME (WS-KW-IDX)
                   AND WS-PH-EFFECTIVE (WS-PH-IDX) = WS-PS-EFFECTIVE
                   AND WS-PH-CHANGE-DATE (WS-PH-IDX) <= AU-DATE
                   AND (WS-PH-ACTION (WS-PH-IDX) = "A"
                        OR WS-PH-ACTION (WS-PH-IDX) = "C")
                   MOVE "Y" TO WS-PS-WHO-FLAG
                   MOVE WS-PH-USER (WS-PH-IDX) TO WS-PS-WHO-USER
                   MOVE WS-PH-CHANGE-DATE (WS-PH-IDX)
                     TO WS-PS-WHO-DATE
               END-IF
           END-PERFORM.

           IF WS-PS-WHO-FOUND
               MOVE WS-PS-WHO-USER TO PO-USER
               MOVE WS-PS-WHO-DATE TO WS-PS-DATE-WORK
               PERFORM 1380-EDIT-DATE THRU 1380-EXIT
               MOVE WS-DATE-EDIT TO PO-DATE
               MOVE WS-PARAM-ORIGIN TO PL-ORIGIN
           ELSE
               MOVE "AVANT SUIVI" TO PL-ORIGIN
           END-IF.

       1370-PRINT.
           WRITE INQ-REPORT-LINE FROM WS-PARAM-SET-LINE
               AFTER ADVANCING 1 LINE.

       1370-EXIT.
           EXIT.

      * Met en forme WS-PS-DATE-WORK (AAAAMMJJ) en AAAA-MM-JJ.
       1380-EDIT-DATE.

           MOVE WS-PD-YYYY TO DE-YYYY.
           MOVE WS-PD-MM   TO DE-MM.
           MOVE WS-PD-DD   TO DE-DD.

       1380-EXIT.
           EXIT.
